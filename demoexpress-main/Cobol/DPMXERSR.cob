       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXERSR.
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
      *    NAME  DPMXERSR(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXERSR                                            *
      *                                                                *
      * MONTHLY ENROLLMENT DECISION REASON ANALYSIS.  COUNTS EVERY     *
      * DENY ('D'), TERMINATION ('T') AND CLIENT WITHDRAWAL ('W')      *
      * RECORDED ON VDPM06_MCA_ENRL_HIST IN THE REPORT MONTH, BY       *
      * DEALER, DECISION AND REASON CODE, WITH THE REASON'S CATALOG    *
      * DESCRIPTION FROM VDPM91_ENRL_RSN (DPMXERSN).  EACH DEALER      *
      * CLOSES WITH A COUNT LINE SPLIT BY DECISION; THE GRAND TOTAL    *
      * CLOSES THE REPORT.  A DECISION RECORDED BEFORE REASONS WERE    *
      * CAPTURED SHOWS AS 'NO REASON RECORDED'.  THE REPORT GOES TO    *
      * DD RPTPRNT AND DD RPTCSV THROUGH DPMXRPTW.                     *
      *                                                                *
      * SYSIN CARDS: 1) REPORT MONTH (YYYY-MM) - BLANK FOR THE         *
      *                 PREVIOUS CALENDAR MONTH                        *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM06_MCA_ENRL_HIST  - ENROLLMENT STATUS HISTORY              *
      * VDPM91_ENRL_RSN       - ENROLLMENT DECISION REASON CODES       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM0602 / DPM9101                                      *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXERSR'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RPT-MONTH                     PIC X(07) VALUE SPACES.
       01  WS-MONTH-STRT-TS                 PIC X(26) VALUE SPACES.
       01  WS-MONTH-END-TS                  PIC X(26) VALUE SPACES.
       01  WS-DCSN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-DCSN-DS                       PIC X(10).
       01  WS-PRIOR-DELR-ID                 PIC X(08) VALUE SPACES.
       01  WS-FIRST-ROW-SW                  PIC X(01) VALUE 'Y'.
           88 FIRST-ROW                     VALUE 'Y'.
      *
       01  WS-DELR-TOTALS.
           05 WS-DELR-DENY-CNT              PIC S9(9) COMP VALUE 0.
           05 WS-DELR-TRMN-CNT              PIC S9(9) COMP VALUE 0.
           05 WS-DELR-WTHDR-CNT             PIC S9(9) COMP VALUE 0.
       01  WS-GRAND-TOTALS.
           05 WS-TOT-DENY-CNT               PIC S9(9) COMP VALUE 0.
           05 WS-TOT-TRMN-CNT               PIC S9(9) COMP VALUE 0.
           05 WS-TOT-WTHDR-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-DELR-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ROW-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-TOTAL-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-DENY-ED                       PIC Z(8)9.
       01  WS-TRMN-ED                       PIC Z(8)9.
       01  WS-WTHDR-ED                      PIC Z(8)9.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
      *
       01  WS-RSN-HDG.
           05 FILLER                        PIC X(12) VALUE 'DECISION'.
           05 FILLER                        PIC X(06) VALUE 'RSN'.
           05 FILLER                        PIC X(62) VALUE
              'DESCRIPTION'.
           05 FILLER                        PIC X(09) VALUE
              '    COUNT'.
      *
       01  WS-RSN-LINE.
           05 RL-DCSN-DS                    PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 RL-RSN-CD                     PIC X(04).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 RL-RSN-DS                     PIC X(60).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 RL-DCSN-CNT                   PIC Z(8)9.
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
              INCLUDE DPM0602
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM9101
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE MONTH_DCSN_CSR CURSOR FOR
                 SELECT H.DELR_CMPNY_ID
                       ,H.NEW_DELR_STAT_CD
                       ,H.RSN_CD
                       ,COALESCE(R.RSN_DS, ' ')
                       ,COUNT(*)
                 FROM   VDPM06_MCA_ENRL_HIST H
                 LEFT OUTER JOIN VDPM91_ENRL_RSN R
                   ON   R.RSN_CD = H.RSN_CD
                 WHERE  H.NEW_DELR_STAT_CD IN ('D', 'T', 'W')
                   AND  H.ENRL_ACTN_TS >= :WS-MONTH-STRT-TS
                   AND  H.ENRL_ACTN_TS <  :WS-MONTH-END-TS
                 GROUP BY H.DELR_CMPNY_ID
                         ,H.NEW_DELR_STAT_CD
                         ,H.RSN_CD
                         ,R.RSN_DS
                 ORDER BY H.DELR_CMPNY_ID
                         ,H.NEW_DELR_STAT_CD
                         ,H.RSN_CD
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MONTHLY-REPORT
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
           DISPLAY 'DPMXERSR STARTED AT      :' WS-TS

           ACCEPT WS-RPT-MONTH              FROM SYSIN
           IF WS-RPT-MONTH = SPACES
              EXEC SQL
                 SET :WS-RPT-MONTH =
                     SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO), 1, 7)
              END-EXEC
           END-IF

           MOVE SPACES                      TO WS-MONTH-STRT-TS
           STRING WS-RPT-MONTH '-01-00.00.00.000000'
                  DELIMITED BY SIZE INTO WS-MONTH-STRT-TS
           END-STRING
      * AN INVALID MONTH FAILS THE TIMESTAMP ARITHMETIC BELOW.
           EXEC SQL
              SET :WS-MONTH-END-TS =
                  CHAR(TIMESTAMP(:WS-MONTH-STRT-TS) + 1 MONTH)
           END-EXEC

           DISPLAY 'REPORT MONTH             :' WS-RPT-MONTH
           DISPLAY WS-DASHES

           IF SQLCODE NOT = 0
              DISPLAY 'BAD SYSIN REPORT MONTH - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2000-MONTHLY-REPORT.
      *----------------------------------*
      * CONTROL BREAK ON DEALER: A COUNT LINE CLOSES EACH DEALER,
      * THE GRAND TOTAL CLOSES THE REPORT.

           MOVE '2000-MONTHLY-REPORT'       TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'ENROLLMENT DECISIONS BY REASON - ' WS-RPT-MONTH
                  ' (DPMXERSR)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'DELR_CMPNY_ID,DECISION,RSN_CD,RSN_DS,DECISION_CT'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN MONTH_DCSN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL_HIST'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-ROW
           PERFORM UNTIL NO-MORE-ROWS
              IF FIRST-ROW
              OR D06H-DELR-CMPNY-ID NOT = WS-PRIOR-DELR-ID
                 IF NOT FIRST-ROW
                    PERFORM 2300-DEALER-TOTAL
                 END-IF
                 PERFORM 2200-DEALER-HEADING
              END-IF
              PERFORM 2400-REPORT-DETAIL
              PERFORM 2100-FETCH-NEXT-ROW
           END-PERFORM

           IF NOT FIRST-ROW
              PERFORM 2300-DEALER-TOTAL
           END-IF

           EXEC SQL
              CLOSE MONTH_DCSN_CSR
           END-EXEC

           MOVE WS-TOT-DENY-CNT             TO WS-DENY-ED
           MOVE WS-TOT-TRMN-CNT             TO WS-TRMN-ED
           MOVE WS-TOT-WTHDR-CNT            TO WS-WTHDR-ED
           MOVE WS-TOTAL-CNT                TO WS-CNT-ED

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'DECISIONS IN ' WS-RPT-MONTH ': ' WS-CNT-ED
                  '   DENIED: ' WS-DENY-ED
                  '   TERMINATED: ' WS-TRMN-ED
                  '   WITHDRAWN: ' WS-WTHDR-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2100-FETCH-NEXT-ROW.
      *----------------------------------*
           MOVE '2100-FETCH-NEXT-ROW'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH MONTH_DCSN_CSR
                INTO :D06H-DELR-CMPNY-ID
                    ,:D06H-NEW-DELR-STAT-CD
                    ,:D06H-RSN-CD
                    ,:D091-RSN-DS
                    ,:WS-DCSN-CNT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-ROW-CNT
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM06_MCA_ENRL_HIST' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2200-DEALER-HEADING.
      *----------------------------------*
           MOVE '2200-DEALER-HEADING'       TO WS-PARAGRAPH-NAME

           MOVE 'N'                         TO WS-FIRST-ROW-SW
           MOVE D06H-DELR-CMPNY-ID          TO WS-PRIOR-DELR-ID
           INITIALIZE WS-DELR-TOTALS
           ADD 1                            TO WS-DELR-CNT

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           STRING 'DEALER ' D06H-DELR-CMPNY-ID
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           MOVE WS-RSN-HDG                  TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2300-DEALER-TOTAL.
      *----------------------------------*
           MOVE '2300-DEALER-TOTAL'         TO WS-PARAGRAPH-NAME

           MOVE WS-DELR-DENY-CNT            TO WS-DENY-ED
           MOVE WS-DELR-TRMN-CNT            TO WS-TRMN-ED
           MOVE WS-DELR-WTHDR-CNT           TO WS-WTHDR-ED

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'DEALER ' WS-PRIOR-DELR-ID
                  '   DENIED: ' WS-DENY-ED
                  '   TERMINATED: ' WS-TRMN-ED
                  '   WITHDRAWN: ' WS-WTHDR-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2400-REPORT-DETAIL.
      *----------------------------------*
           MOVE '2400-REPORT-DETAIL'        TO WS-PARAGRAPH-NAME

           EVALUATE D06H-NEW-DELR-STAT-CD
              WHEN 'D'
                 ADD WS-DCSN-CNT            TO WS-DELR-DENY-CNT
                                               WS-TOT-DENY-CNT
              WHEN 'T'
                 ADD WS-DCSN-CNT            TO WS-DELR-TRMN-CNT
                                               WS-TOT-TRMN-CNT
              WHEN 'W'
                 ADD WS-DCSN-CNT            TO WS-DELR-WTHDR-CNT
                                               WS-TOT-WTHDR-CNT
           END-EVALUATE
           ADD WS-DCSN-CNT                  TO WS-TOTAL-CNT

           PERFORM 8000-FORMAT-RSN-LINE

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-RSN-LINE                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM 8050-WRITE-RSN-CSV
           .
      *----------------------------------*
       8000-FORMAT-RSN-LINE.
      *----------------------------------*
           EVALUATE D06H-NEW-DELR-STAT-CD
              WHEN 'D'
                 MOVE 'DENIED'              TO WS-DCSN-DS
              WHEN 'T'
                 MOVE 'TERMINATED'          TO WS-DCSN-DS
              WHEN 'W'
                 MOVE 'WITHDRAWN'           TO WS-DCSN-DS
           END-EVALUATE

           MOVE WS-DCSN-DS                  TO RL-DCSN-DS
           MOVE D06H-RSN-CD                 TO RL-RSN-CD
           EVALUATE TRUE
              WHEN D06H-RSN-CD = SPACES
                 MOVE 'NO REASON RECORDED'  TO RL-RSN-DS
              WHEN D091-RSN-DS = SPACES
                 MOVE 'REASON CODE NOT IN CATALOG'
                                            TO RL-RSN-DS
              WHEN OTHER
                 MOVE D091-RSN-DS           TO RL-RSN-DS
           END-EVALUATE
           MOVE WS-DCSN-CNT                 TO RL-DCSN-CNT
           .
      *----------------------------------*
       8050-WRITE-RSN-CSV.
      *----------------------------------*
           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING D06H-DELR-CMPNY-ID
                  ',' RL-DCSN-DS
                  ',' RL-RSN-CD
                  ',' RL-RSN-DS
                  ',' RL-DCSN-CNT
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
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
           DISPLAY 'DEALERS REPORTED         :' WS-DELR-CNT
           DISPLAY 'REASON LINES REPORTED    :' WS-ROW-CNT
           DISPLAY 'DECISIONS DENIED         :' WS-TOT-DENY-CNT
           DISPLAY 'DECISIONS TERMINATED     :' WS-TOT-TRMN-CNT
           DISPLAY 'DECISIONS WITHDRAWN      :' WS-TOT-WTHDR-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXERSR ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           MOVE 0                            TO RETURN-CODE
           GOBACK
           .
