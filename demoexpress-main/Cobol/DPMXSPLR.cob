       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXSPLR.
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
      *    NAME  DPMXSPLR(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXSPLR                                            *
      *                                                                *
      * DAILY STORED PROCEDURE LATENCY REPORT.  THE ONLINE PROCEDURES  *
      * DPMXHEXP, DPMXMGMC, DPMXMSTG AND DPMXMALL SAMPLE THEIR CALLS   *
      * THROUGH DPMXSPST ONTO VDPM71_SP_CALL_STAT AT THE RATE SET IN   *
      * STATS_SMPL_PCT ON EACH PROGRAM'S VDTM54_DEBUG_CNTRL ROW.  FOR  *
      * ONE DAY'S SAMPLES THIS REPORTS, PAGE PER PROGRAM:              *
      *                                                                *
      *   - THE PROGRAM LINE: CALLS, AVERAGE, 95TH PERCENTILE AND      *
      *     WORST ELAPSED MILLISECONDS, AND AVERAGE ROWS RETURNED      *
      *   - THE 20 INPUTS (DEALER, COMPANY, TEMPLATE ... AS RECORDED   *
      *     BY THE PROCEDURE) WITH THE HIGHEST AVERAGE, SAME MEASURES  *
      *   - THE 10 SLOWEST INDIVIDUAL CALLS WITH START TIME, ROWS,     *
      *     SP-RC, USER AND INPUT                                      *
      *                                                                *
      * THE 95TH PERCENTILE IS THE NEAREST-RANK VALUE: THE SAMPLES ARE *
      * READ SLOWEST FIRST AND THE ONE AT RANK CEIL(0.95 X CALLS) FROM *
      * THE FASTEST IS TAKEN.                                          *
      *                                                                *
      * PRINT ON DD RPTPRNT AND CSV ON DD RPTCSV THROUGH DPMXRPTW.     *
      * THE CSV CARRIES A SECTION CODE IN COLUMN 1: P = PROGRAM,       *
      * I = INPUT, W = WORST CALL.  NO SAMPLES FOR THE DAY ENDS THE    *
      * STEP WITH RC 4 (SAMPLING IS PROBABLY SWITCHED OFF).            *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *              2) REPORT DATE (YYYY-MM-DD, BLANK = YESTERDAY)    *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM71_SP_CALL_STAT   - STORED PROCEDURE CALL STATISTICS       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM7101                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXRPTW - COMMON REPORT WRITER                                *
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXSPLR'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-RPT-DT                        PIC X(10) VALUE SPACES.
       01  WS-RPT-DT-R REDEFINES WS-RPT-DT.
           05 WS-RPT-YYYY                   PIC X(04).
           05 WS-RPT-DASH-1                 PIC X(01).
           05 WS-RPT-MM                     PIC X(02).
           05 WS-RPT-DASH-2                 PIC X(01).
           05 WS-RPT-DD                     PIC X(02).
       01  WS-FROM-TS                       PIC X(26) VALUE SPACES.
       01  WS-TO-TS                         PIC X(26) VALUE SPACES.
      *
       01  WS-CUR-PRGM-ID                   PIC X(08) VALUE SPACES.
       01  WS-CUR-INPUT-KEY                 PIC X(40) VALUE SPACES.
       01  WS-CALL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-AVG-MCRSC                     PIC S9(9) COMP VALUE 0.
       01  WS-MAX-MCRSC                     PIC S9(9) COMP VALUE 0.
       01  WS-AVG-ROWS                      PIC S9(9) COMP VALUE 0.
       01  WS-P95-MCRSC                     PIC S9(9) COMP VALUE 0.
       01  WS-P95-RANK                      PIC S9(9) COMP VALUE 0.
       01  WS-P95-FETCH-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-FETCHED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-MS                            PIC S9(7)V9(3) COMP-3
                                                           VALUE 0.
      *
       01  WS-PRGM-RPT-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-TOT-CALL-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-INPUT-RPT-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-WORST-RPT-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-PRGM-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-PRGMS                 VALUE 'Y'.
       01  WS-INPUT-EOF-SW                  PIC X(01) VALUE 'N'.
           88 NO-MORE-INPUTS                VALUE 'Y'.
       01  WS-ELPSD-EOF-SW                  PIC X(01) VALUE 'N'.
           88 NO-MORE-ELPSD                 VALUE 'Y'.
       01  WS-WORST-EOF-SW                  PIC X(01) VALUE 'N'.
           88 NO-MORE-WORST                 VALUE 'Y'.
      *
       01  WS-STAT-HDG.
           05 FILLER                        PIC X(10) VALUE 'PROGRAM'.
           05 FILLER                        PIC X(42) VALUE 'INPUT'.
           05 FILLER                        PIC X(11) VALUE '    CALLS'.
           05 FILLER                        PIC X(13) VALUE
              '     AVG MS'.
           05 FILLER                        PIC X(13) VALUE
              '     P95 MS'.
           05 FILLER                        PIC X(13) VALUE
              '     MAX MS'.
           05 FILLER                        PIC X(09) VALUE
              ' AVG ROWS'.
      *
       01  WS-STAT-LINE.
           05 SL-PRGM-ID                    PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 SL-INPUT-KEY                  PIC X(40).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 SL-CALLS                      PIC Z(8)9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 SL-AVG-MS                     PIC Z(6)9.999.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 SL-P95-MS                     PIC Z(6)9.999.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 SL-MAX-MS                     PIC Z(6)9.999.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 SL-AVG-ROWS                   PIC Z(8)9.
      *
       01  WS-WORST-HDG.
           05 FILLER                        PIC X(28) VALUE
              'SLOWEST CALLS - STARTED AT'.
           05 FILLER                        PIC X(13) VALUE
              '     ELPSD MS'.
           05 FILLER                        PIC X(11) VALUE
              '       ROWS'.
           05 FILLER                        PIC X(06) VALUE '  RC'.
           05 FILLER                        PIC X(12) VALUE 'USER'.
           05 FILLER                        PIC X(40) VALUE 'INPUT'.
      *
       01  WS-WORST-LINE.
           05 WL-START-TS                   PIC X(26).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 WL-ELPSD-MS                   PIC Z(6)9.999.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 WL-ROWS                       PIC Z(8)9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 WL-SP-RC                      PIC X(04).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 WL-USER-ID                    PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 WL-INPUT-KEY                  PIC X(40).
      *
       01  WS-RPTW-PROGRAM                  PIC X(08) VALUE 'DPMXRPTW'.
       01  WS-RPTW-PASS-AREA.
           05 WS-RPTW-FUNC-CD               PIC X(01).
           05 WS-RPTW-TITLE                 PIC X(60).
           05 WS-RPTW-LINE                  PIC X(132).
           05 WS-RPTW-CSV                   PIC X(250).
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM7101
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE PRGM_STAT_CSR CURSOR FOR
                 SELECT PRGM_ID
                       ,COUNT(*)
                       ,AVG(ELPSD_MCRSC_QT)
                       ,MAX(ELPSD_MCRSC_QT)
                       ,AVG(ROW_RTRN_CT)
                 FROM   VDPM71_SP_CALL_STAT
                 WHERE  CALL_START_TS >= :WS-FROM-TS
                   AND  CALL_START_TS <  :WS-TO-TS
                 GROUP BY PRGM_ID
                 ORDER BY PRGM_ID
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE INPUT_STAT_CSR CURSOR FOR
                 SELECT INPUT_KEY_TX
                       ,COUNT(*)
                       ,AVG(ELPSD_MCRSC_QT)
                       ,MAX(ELPSD_MCRSC_QT)
                       ,AVG(ROW_RTRN_CT)
                 FROM   VDPM71_SP_CALL_STAT
                 WHERE  PRGM_ID        = :WS-CUR-PRGM-ID
                   AND  CALL_START_TS >= :WS-FROM-TS
                   AND  CALL_START_TS <  :WS-TO-TS
                 GROUP BY INPUT_KEY_TX
                 ORDER BY 3 DESC, 1
                 FETCH FIRST 20 ROWS ONLY
                 WITH UR
           END-EXEC
      *
      * SLOWEST FIRST FOR THE PERCENTILE WALK.  A BLANK INPUT KEY ON
      * THE HOST VARIABLE MEANS EVERY INPUT OF THE PROGRAM.
           EXEC SQL
              DECLARE ELPSD_CSR CURSOR FOR
                 SELECT ELPSD_MCRSC_QT
                 FROM   VDPM71_SP_CALL_STAT
                 WHERE  PRGM_ID        = :WS-CUR-PRGM-ID
                   AND  CALL_START_TS >= :WS-FROM-TS
                   AND  CALL_START_TS <  :WS-TO-TS
                   AND (INPUT_KEY_TX   = :WS-CUR-INPUT-KEY
                    OR  :WS-CUR-INPUT-KEY = ' ')
                 ORDER BY ELPSD_MCRSC_QT DESC
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE WORST_CALL_CSR CURSOR FOR
                 SELECT CALL_START_TS
                       ,ELPSD_MCRSC_QT
                       ,ROW_RTRN_CT
                       ,SP_RC
                       ,CALL_USER_ID
                       ,INPUT_KEY_TX
                 FROM   VDPM71_SP_CALL_STAT
                 WHERE  PRGM_ID        = :WS-CUR-PRGM-ID
                   AND  CALL_START_TS >= :WS-FROM-TS
                   AND  CALL_START_TS <  :WS-TO-TS
                 ORDER BY ELPSD_MCRSC_QT DESC, CALL_START_TS
                 FETCH FIRST 10 ROWS ONLY
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-PROGRAMS
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
           DISPLAY 'DPMXSPLR STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-RPT-DT                 FROM SYSIN

           IF WS-RPT-DT = SPACES
              EXEC SQL
                 SET :WS-RPT-DT = CHAR(CURRENT DATE - 1 DAY, ISO)
              END-EXEC
           END-IF

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'REPORT DATE              :' WS-RPT-DT

           IF WS-USER-ID = SPACES
            OR WS-RPT-YYYY IS NOT NUMERIC
            OR WS-RPT-MM   IS NOT NUMERIC
            OR WS-RPT-DD   IS NOT NUMERIC
            OR WS-RPT-DASH-1 NOT = '-'
            OR WS-RPT-DASH-2 NOT = '-'
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SET (:WS-FROM-TS, :WS-TO-TS) =
                  (CHAR(TIMESTAMP(DATE(:WS-RPT-DT), '00.00.00'))
                  ,CHAR(TIMESTAMP(DATE(:WS-RPT-DT) + 1 DAY,
                                  '00.00.00')))
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-REPORT-PROGRAMS.
      *----------------------------------*
           MOVE '2000-REPORT-PROGRAMS'      TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'SP RESPONSE TIMES ' WS-RPT-DT ' (DPMXSPLR)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'SECTION,PRGM_ID,INPUT_KEY,CALLS,AVG_MS,P95_MS,'
                  'MAX_MS,AVG_ROWS,CALL_START_TS,SP_RC,USER_ID'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN PRGM_STAT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM71_SP_CALL_STAT'    TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-PRGM
           PERFORM UNTIL NO-MORE-PRGMS
              ADD 1                         TO WS-PRGM-RPT-CNT
              ADD WS-CALL-CNT               TO WS-TOT-CALL-CNT
              PERFORM 2200-REPORT-ONE-PRGM
              PERFORM 2100-FETCH-NEXT-PRGM
           END-PERFORM

           EXEC SQL
              CLOSE PRGM_STAT_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-TOT-CALL-CNT             TO WS-CNT-ED
           STRING 'SAMPLED CALLS REPORTED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2100-FETCH-NEXT-PRGM.
      *----------------------------------*
           EXEC SQL
              FETCH PRGM_STAT_CSR
                INTO :WS-CUR-PRGM-ID
                    ,:WS-CALL-CNT
                    ,:WS-AVG-MCRSC
                    ,:WS-MAX-MCRSC
                    ,:WS-AVG-ROWS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-PRGMS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM71_SP_CALL_STAT' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2200-REPORT-ONE-PRGM.
      *----------------------------------*
           MOVE '2200-REPORT-ONE-PRGM'      TO WS-PARAGRAPH-NAME

           MOVE 'P'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-STAT-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-CUR-INPUT-KEY
           PERFORM 3000-GET-P95
           MOVE '*ALL INPUTS*'              TO WS-CUR-INPUT-KEY
           PERFORM 3100-WRITE-STAT-LINE
           MOVE 'P'                         TO WS-RPTW-CSV(1:1)
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM 2300-REPORT-INPUTS
           PERFORM 2400-REPORT-WORST-CALLS
           .
      *----------------------------------*
       2300-REPORT-INPUTS.
      *----------------------------------*
      * THE PROGRAM LINE'S COUNTERS ARE DONE WITH; THE INPUT CURSOR
      * REUSES THEM ROW BY ROW.
           MOVE '2300-REPORT-INPUTS'        TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-INPUT-EOF-SW

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN INPUT_STAT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM71_SP_CALL_STAT'    TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2310-FETCH-NEXT-INPUT
           PERFORM UNTIL NO-MORE-INPUTS
              ADD 1                         TO WS-INPUT-RPT-CNT
              PERFORM 3000-GET-P95
              PERFORM 3100-WRITE-STAT-LINE
              MOVE 'I'                      TO WS-RPTW-CSV(1:1)
              CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
              PERFORM 2310-FETCH-NEXT-INPUT
           END-PERFORM

           EXEC SQL
              CLOSE INPUT_STAT_CSR
           END-EXEC
           .
      *----------------------------------*
       2310-FETCH-NEXT-INPUT.
      *----------------------------------*
           EXEC SQL
              FETCH INPUT_STAT_CSR
                INTO :WS-CUR-INPUT-KEY
                    ,:WS-CALL-CNT
                    ,:WS-AVG-MCRSC
                    ,:WS-MAX-MCRSC
                    ,:WS-AVG-ROWS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-INPUTS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM71_SP_CALL_STAT' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2400-REPORT-WORST-CALLS.
      *----------------------------------*
           MOVE '2400-REPORT-WORST-CALLS'   TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-WORST-EOF-SW

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           MOVE WS-WORST-HDG                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN WORST_CALL_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM71_SP_CALL_STAT'    TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2410-FETCH-NEXT-WORST
           PERFORM UNTIL NO-MORE-WORST
              ADD 1                         TO WS-WORST-RPT-CNT
              PERFORM 2420-WRITE-WORST-LINE
              PERFORM 2410-FETCH-NEXT-WORST
           END-PERFORM

           EXEC SQL
              CLOSE WORST_CALL_CSR
           END-EXEC
           .
      *----------------------------------*
       2410-FETCH-NEXT-WORST.
      *----------------------------------*
           EXEC SQL
              FETCH WORST_CALL_CSR
                INTO :D71A-CALL-START-TS
                    ,:D71A-ELPSD-MCRSC-QT
                    ,:D71A-ROW-RTRN-CT
                    ,:D71A-SP-RC
                    ,:D71A-CALL-USER-ID
                    ,:D71A-INPUT-KEY-TX
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-WORST          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM71_SP_CALL_STAT' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2420-WRITE-WORST-LINE.
      *----------------------------------*
           MOVE D71A-CALL-START-TS          TO WL-START-TS
           COMPUTE WS-MS = D71A-ELPSD-MCRSC-QT / 1000
           MOVE WS-MS                       TO WL-ELPSD-MS
           MOVE D71A-ROW-RTRN-CT            TO WL-ROWS
           MOVE D71A-SP-RC                  TO WL-SP-RC
           MOVE D71A-CALL-USER-ID           TO WL-USER-ID
           MOVE D71A-INPUT-KEY-TX           TO WL-INPUT-KEY

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-WORST-LINE               TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'W,' WS-CUR-PRGM-ID
                  ',' WL-INPUT-KEY
                  ',1,' WL-ELPSD-MS
                  ',' WL-ELPSD-MS
                  ',' WL-ELPSD-MS
                  ',' WL-ROWS
                  ',' WL-START-TS
                  ',' WL-SP-RC
                  ',' WL-USER-ID
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       3000-GET-P95.
      *----------------------------------*
      * NEAREST RANK FROM THE FASTEST IS CEIL(0.95 X CALLS); READING
      * SLOWEST FIRST THAT IS ROW CALLS - RANK + 1.  WS-CUR-INPUT-KEY
      * BLANK TAKES THE WHOLE PROGRAM.
           MOVE '3000-GET-P95'              TO WS-PARAGRAPH-NAME
           MOVE 0                           TO WS-P95-MCRSC
                                               WS-FETCHED-CNT
           MOVE 'N'                         TO WS-ELPSD-EOF-SW

           COMPUTE WS-P95-RANK = (WS-CALL-CNT * 95 + 99) / 100
           COMPUTE WS-P95-FETCH-CNT = WS-CALL-CNT - WS-P95-RANK + 1

           EXEC SQL
              OPEN ELPSD_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM71_SP_CALL_STAT'    TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ELPSD
                      OR WS-FETCHED-CNT >= WS-P95-FETCH-CNT
              EXEC SQL
                 FETCH ELPSD_CSR
                   INTO :D71A-ELPSD-MCRSC-QT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-FETCHED-CNT
                    MOVE D71A-ELPSD-MCRSC-QT
                                            TO WS-P95-MCRSC
                 WHEN +100
                    SET NO-MORE-ELPSD       TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM71_SP_CALL_STAT'
                                            TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE ELPSD_CSR
           END-EXEC
           .
      *----------------------------------*
       3100-WRITE-STAT-LINE.
      *----------------------------------*
      * PRINTS THE LINE AND PRIMES THE CSV ROW; THE CALLER SETS THE
      * SECTION CODE IN COLUMN 1 AND WRITES IT.
           MOVE WS-CUR-PRGM-ID              TO SL-PRGM-ID
           MOVE WS-CUR-INPUT-KEY            TO SL-INPUT-KEY
           MOVE WS-CALL-CNT                 TO SL-CALLS
           COMPUTE WS-MS = WS-AVG-MCRSC / 1000
           MOVE WS-MS                       TO SL-AVG-MS
           COMPUTE WS-MS = WS-P95-MCRSC / 1000
           MOVE WS-MS                       TO SL-P95-MS
           COMPUTE WS-MS = WS-MAX-MCRSC / 1000
           MOVE WS-MS                       TO SL-MAX-MS
           MOVE WS-AVG-ROWS                 TO SL-AVG-ROWS

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-STAT-LINE                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING ' ,' SL-PRGM-ID
                  ',' SL-INPUT-KEY
                  ',' SL-CALLS
                  ',' SL-AVG-MS
                  ',' SL-P95-MS
                  ',' SL-MAX-MS
                  ',' SL-AVG-ROWS
                  ',,,'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
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
           DISPLAY 'PROGRAMS REPORTED        :' WS-PRGM-RPT-CNT
           DISPLAY 'SAMPLED CALLS            :' WS-TOT-CALL-CNT
           DISPLAY 'INPUT LINES REPORTED     :' WS-INPUT-RPT-CNT
           DISPLAY 'SLOWEST CALLS REPORTED   :' WS-WORST-RPT-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXSPLR ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-TOT-CALL-CNT = 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
