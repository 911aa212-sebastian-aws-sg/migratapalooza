       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXSGNR.
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
      *    NAME  DPMXSGNR(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXSGNR                                            *
      *                                                                *
      * NIGHTLY ANOMALOUS ACCESS REPORT OVER VDPM67_SIGNON_HIST (EVERY *
      * DPMXHUSR SIGN-ON AND REJECTED SIGN-ON) FOR ONE REPORT DAY.     *
      * LISTED VIA DPMXRPTW FOR SECURITY:                              *
      *                                                                *
      *   OFF-HOURS - A SIGN-ON ON A SATURDAY OR SUNDAY, OR BEFORE /   *
      *               AT OR AFTER THE SYSIN BUSINESS-HOURS WINDOW.     *
      *   DORMANT   - A COMPANY USER'S FIRST SIGN-ON OF THE DAY WHEN   *
      *               THEIR PREVIOUS SIGN-ON IS OLDER THAN THE SYSIN   *
      *               DORMANCY DAYS, OR THEY HAVE NONE AT ALL ALTHOUGH *
      *               THE HISTORY GOES BACK THAT FAR.  A USER CREATED  *
      *               BY THE SIGN-ON ITSELF IS NOT DORMANT.            *
      *   MULTI-USER- ONE UMG ID SIGNING ON AS MORE THAN ONE COMPANY   *
      *               USER DURING THE DAY.                             *
      *                                                                *
      * REJECTED SIGN-ONS FOR THE DAY ARE COUNTED IN THE TRAILER.  ANY *
      * FLAGGED SIGN-ON ENDS THE STEP WITH RC 4.                       *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *              2) REPORT DATE YYYY-MM-DD (BLANK = YESTERDAY)     *
      *              3) BUSINESS HOURS HHMMHHMM (BLANK = 07001900)     *
      *              4) DORMANCY DAYS (5 DIGITS, BLANK = 00180)        *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM67_SIGNON_HIST  - SIGN-ON HISTORY                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM6701                                                *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXSGNR'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-RPT-DT                        PIC X(10) VALUE SPACES.
       01  WS-BUS-HOURS-X.
           05 WS-BUS-START-HH               PIC X(02).
           05 WS-BUS-START-MM               PIC X(02).
           05 WS-BUS-END-HH                 PIC X(02).
           05 WS-BUS-END-MM                 PIC X(02).
       01  WS-BUS-START-TM                  PIC X(08) VALUE '07.00.00'.
       01  WS-BUS-END-TM                    PIC X(08) VALUE '19.00.00'.
       01  WS-DRMNT-DAYS-X                  PIC X(05) VALUE SPACES.
       01  WS-DRMNT-DAYS                    PIC S9(5) COMP-3 VALUE 180.
      *
       01  WS-HIST-START-DT                 PIC X(10) VALUE SPACES.
       01  WS-HIST-DAYS                     PIC S9(9) COMP VALUE 0.
       01  WS-QUIET-DAYS                    PIC S9(9) COMP VALUE 0.
       01  WS-PRIOR-TS                      PIC X(26) VALUE SPACES.
       01  WS-FIRST-TS                      PIC X(26) VALUE SPACES.
       01  WS-USER-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-LOW-CMPNY-ID                  PIC X(08) VALUE SPACES.
       01  WS-HIGH-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-REASON-TX                     PIC X(30) VALUE SPACES.
       01  WS-DETAIL-TX                     PIC X(80) VALUE SPACES.
       01  WS-DAYS-ED                       PIC Z(4)9.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-SIGNON-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-FAILED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-OFFHRS-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-DRMNT-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-MULTI-CNT                     PIC S9(9) COMP VALUE 0.
      *
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
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
              INCLUDE DPM6701
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE SGNR_OFFHRS_CSR CURSOR FOR
                 SELECT SIGNON_TS
                       ,UMG_USER_ID
                       ,CMPNY_ID
                       ,CMPNY_USER_ID
                       ,WRKSTN_NM
                 FROM   VDPM67_SIGNON_HIST
                 WHERE  DATE(SIGNON_TS) = DATE(:WS-RPT-DT)
                   AND  SIGNON_RSLT_CD IN ('S', 'N')
                   AND (DAYOFWEEK_ISO(SIGNON_TS) > 5
                    OR  TIME(SIGNON_TS) <  TIME(:WS-BUS-START-TM)
                    OR  TIME(SIGNON_TS) >= TIME(:WS-BUS-END-TM))
                 ORDER BY SIGNON_TS
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE SGNR_DRMNT_CSR CURSOR FOR
                 SELECT H.CMPNY_ID
                       ,H.CMPNY_USER_ID
                       ,MAX(H.UMG_USER_ID)
                       ,CHAR(MIN(H.SIGNON_TS))
                       ,COALESCE(CHAR(
                        (SELECT MAX(P.SIGNON_TS)
                           FROM VDPM67_SIGNON_HIST P
                          WHERE P.CMPNY_ID       = H.CMPNY_ID
                            AND P.CMPNY_USER_ID  = H.CMPNY_USER_ID
                            AND P.SIGNON_RSLT_CD IN ('S', 'N')
                            AND P.SIGNON_TS      <
                                TIMESTAMP(DATE(:WS-RPT-DT),
                                          '00.00.00'))), ' ')
                 FROM   VDPM67_SIGNON_HIST H
                 WHERE  DATE(H.SIGNON_TS) = DATE(:WS-RPT-DT)
                   AND  H.SIGNON_RSLT_CD  = 'S'
                 GROUP BY H.CMPNY_ID, H.CMPNY_USER_ID
                 ORDER BY H.CMPNY_ID, H.CMPNY_USER_ID
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE SGNR_MULTI_CSR CURSOR FOR
                 SELECT UMG_USER_ID
                       ,COUNT(DISTINCT CMPNY_USER_ID)
                       ,MIN(CMPNY_ID)
                       ,MAX(CMPNY_ID)
                 FROM   VDPM67_SIGNON_HIST
                 WHERE  DATE(SIGNON_TS) = DATE(:WS-RPT-DT)
                   AND  SIGNON_RSLT_CD IN ('S', 'N')
                 GROUP BY UMG_USER_ID
                 HAVING COUNT(DISTINCT CMPNY_USER_ID) > 1
                 ORDER BY UMG_USER_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-SIGNONS
           PERFORM 3000-REPORT-OFF-HOURS
           PERFORM 4000-REPORT-DORMANT
           PERFORM 5000-REPORT-MULTI-USER
           PERFORM 7000-CLOSE-REPORT
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
           DISPLAY 'DPMXSGNR STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-RPT-DT                 FROM SYSIN
           ACCEPT WS-BUS-HOURS-X            FROM SYSIN
           ACCEPT WS-DRMNT-DAYS-X           FROM SYSIN

           IF WS-RPT-DT = SPACES
              EXEC SQL
                 SET :WS-RPT-DT = CHAR(CURRENT DATE - 1 DAY, ISO)
              END-EXEC
           END-IF

           IF WS-BUS-HOURS-X IS NUMERIC
              STRING WS-BUS-START-HH '.' WS-BUS-START-MM '.00'
                     DELIMITED BY SIZE INTO WS-BUS-START-TM
              END-STRING
              STRING WS-BUS-END-HH '.' WS-BUS-END-MM '.00'
                     DELIMITED BY SIZE INTO WS-BUS-END-TM
              END-STRING
           END-IF

           IF WS-DRMNT-DAYS-X IS NUMERIC
            AND WS-DRMNT-DAYS-X NOT = '00000'
              MOVE WS-DRMNT-DAYS-X          TO WS-DRMNT-DAYS
           END-IF

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'REPORT DATE              :' WS-RPT-DT
           DISPLAY 'BUSINESS HOURS           :' WS-BUS-START-TM
                   ' - ' WS-BUS-END-TM
           DISPLAY 'DORMANCY THRESHOLD DAYS  :' WS-DRMNT-DAYS

           IF WS-USER-ID = SPACES
            OR WS-BUS-START-TM NOT < WS-BUS-END-TM
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES

      *    HOW FAR BACK THE HISTORY GOES DECIDES WHETHER "NO PRIOR
      *    SIGN-ON" MEANS DORMANT OR SIMPLY NOT YET RECORDED.
           EXEC SQL
              SELECT COALESCE(CHAR(DATE(MIN(SIGNON_TS)), ISO),
                              :WS-RPT-DT)
                INTO :WS-HIST-START-DT
                FROM  VDPM67_SIGNON_HIST
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM67_SIGNON_HIST'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SET :WS-HIST-DAYS = DAYS(DATE(:WS-RPT-DT)) -
                                  DAYS(DATE(:WS-HIST-START-DT))
           END-EXEC

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'ANOMALOUS SIGN-ON REPORT FOR ' WS-RPT-DT
                  ' (DPMXSGNR)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'FLAG,SIGNON_TS,UMG_USER_ID,CMPNY_ID,'
                  'CMPNY_USER_ID,DETAIL'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2000-COUNT-SIGNONS.
      *----------------------------------*
           MOVE '2000-COUNT-SIGNONS'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                    ,SUM(CASE WHEN SIGNON_RSLT_CD = 'F'
                              THEN 1 ELSE 0 END)
                INTO :WS-SIGNON-CNT
                    ,:WS-FAILED-CNT
                FROM  VDPM67_SIGNON_HIST
               WHERE  DATE(SIGNON_TS) = DATE(:WS-RPT-DT)
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -305
      *          NO SIGN-ONS THAT DAY - SUM IS NULL
                 MOVE 0                     TO WS-SIGNON-CNT
                                               WS-FAILED-CNT
              WHEN OTHER
                 MOVE 'VDPM67_SIGNON_HIST'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-REPORT-OFF-HOURS.
      *----------------------------------*
           MOVE '3000-REPORT-OFF-HOURS'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN SGNR_OFFHRS_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM67_SIGNON_HIST'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM 3100-FETCH-NEXT-OFFHRS
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-OFFHRS-CNT
              MOVE 'OFF-HOURS'              TO WS-REASON-TX
              MOVE D67A-SIGNON-TS           TO WS-FIRST-TS
              MOVE SPACES                   TO WS-RPTW-LINE
              STRING 'FROM ' D67A-WRKSTN-NM(1:40)
                     DELIMITED BY SIZE INTO WS-RPTW-LINE
              END-STRING
              PERFORM 6000-REPORT-FLAG
              PERFORM 3100-FETCH-NEXT-OFFHRS
           END-PERFORM

           EXEC SQL
              CLOSE SGNR_OFFHRS_CSR
           END-EXEC
           .
      *----------------------------------*
       3100-FETCH-NEXT-OFFHRS.
      *----------------------------------*
           EXEC SQL
              FETCH SGNR_OFFHRS_CSR
                INTO :D67A-SIGNON-TS
                    ,:D67A-UMG-USER-ID
                    ,:D67A-CMPNY-ID
                    ,:D67A-CMPNY-USER-ID
                    ,:D67A-WRKSTN-NM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM67_SIGNON_HIST'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4000-REPORT-DORMANT.
      *----------------------------------*
           MOVE '4000-REPORT-DORMANT'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN SGNR_DRMNT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM67_SIGNON_HIST'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM 4100-FETCH-NEXT-DRMNT
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 4200-ASSESS-ONE-USER
              PERFORM 4100-FETCH-NEXT-DRMNT
           END-PERFORM

           EXEC SQL
              CLOSE SGNR_DRMNT_CSR
           END-EXEC
           .
      *----------------------------------*
       4100-FETCH-NEXT-DRMNT.
      *----------------------------------*
           EXEC SQL
              FETCH SGNR_DRMNT_CSR
                INTO :D67A-CMPNY-ID
                    ,:D67A-CMPNY-USER-ID
                    ,:D67A-UMG-USER-ID
                    ,:WS-FIRST-TS
                    ,:WS-PRIOR-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM67_SIGNON_HIST'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-ASSESS-ONE-USER.
      *----------------------------------*
           MOVE '4200-ASSESS-ONE-USER'      TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-RPTW-LINE

           IF WS-PRIOR-TS = SPACES
              IF WS-HIST-DAYS > WS-DRMNT-DAYS
                 MOVE WS-HIST-DAYS          TO WS-DAYS-ED
                 STRING 'FIRST RECORDED SIGN-ON, NONE IN '
                        WS-DAYS-ED ' DAYS OF HISTORY'
                        DELIMITED BY SIZE INTO WS-RPTW-LINE
                 END-STRING
              END-IF
           ELSE
              EXEC SQL
                 SET :WS-QUIET-DAYS = DAYS(DATE(:WS-RPT-DT)) -
                                      DAYS(DATE(:WS-PRIOR-TS))
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF
              IF WS-QUIET-DAYS > WS-DRMNT-DAYS
                 MOVE WS-QUIET-DAYS         TO WS-DAYS-ED
                 STRING 'PREVIOUS SIGN-ON ' WS-PRIOR-TS(1:10)
                        ', ' WS-DAYS-ED ' DAYS DORMANT'
                        DELIMITED BY SIZE INTO WS-RPTW-LINE
                 END-STRING
              END-IF
           END-IF

           IF WS-RPTW-LINE NOT = SPACES
              ADD 1                         TO WS-DRMNT-CNT
              MOVE 'DORMANT'                TO WS-REASON-TX
              PERFORM 6000-REPORT-FLAG
           END-IF
           .
      *----------------------------------*
       5000-REPORT-MULTI-USER.
      *----------------------------------*
           MOVE '5000-REPORT-MULTI-USER'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN SGNR_MULTI_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM67_SIGNON_HIST'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM 5100-FETCH-NEXT-MULTI
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-MULTI-CNT
              MOVE 'MULTI-USER'             TO WS-REASON-TX
              MOVE SPACES                   TO WS-FIRST-TS
                                               D67A-CMPNY-USER-ID
              MOVE WS-LOW-CMPNY-ID          TO D67A-CMPNY-ID
              MOVE WS-USER-CNT              TO WS-CNT-ED
              MOVE SPACES                   TO WS-RPTW-LINE
              STRING WS-CNT-ED ' COMPANY USERS, COMPANIES '
                     WS-LOW-CMPNY-ID ' TO ' WS-HIGH-CMPNY-ID
                     DELIMITED BY SIZE INTO WS-RPTW-LINE
              END-STRING
              PERFORM 6000-REPORT-FLAG
              PERFORM 5100-FETCH-NEXT-MULTI
           END-PERFORM

           EXEC SQL
              CLOSE SGNR_MULTI_CSR
           END-EXEC
           .
      *----------------------------------*
       5100-FETCH-NEXT-MULTI.
      *----------------------------------*
           EXEC SQL
              FETCH SGNR_MULTI_CSR
                INTO :D67A-UMG-USER-ID
                    ,:WS-USER-CNT
                    ,:WS-LOW-CMPNY-ID
                    ,:WS-HIGH-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM67_SIGNON_HIST'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       6000-REPORT-FLAG.
      *----------------------------------*
      * WS-REASON-TX, WS-FIRST-TS, D67A- KEYS AND THE DETAIL TEXT IN
      * WS-RPTW-LINE DESCRIBE THE FLAGGED SIGN-ON.

           MOVE WS-RPTW-LINE(1:80)          TO WS-DETAIL-TX
           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-REASON-TX              DELIMITED BY SPACE
                  ',' WS-FIRST-TS(1:19)     DELIMITED BY SIZE
                  ',' D67A-UMG-USER-ID      DELIMITED BY SPACE
                  ',' D67A-CMPNY-ID         DELIMITED BY SIZE
                  ',' D67A-CMPNY-USER-ID    DELIMITED BY SIZE
                  ',' WS-DETAIL-TX          DELIMITED BY SIZE
                  INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING WS-REASON-TX(1:11)
                  WS-FIRST-TS(1:19)
                  ' ' D67A-UMG-USER-ID(1:20)
                  ' ' D67A-CMPNY-ID
                  ' ' D67A-CMPNY-USER-ID
                  ' ' WS-DETAIL-TX(1:60)
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       7000-CLOSE-REPORT.
      *----------------------------------*
           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-FAILED-CNT               TO WS-CNT-ED
           STRING 'REJECTED SIGN-ONS FOR THE DAY: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
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
           MOVE 16                          TO RETURN-CODE
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-SUMMARY.
      *------------------------*
           DISPLAY WS-DASHES
           DISPLAY 'SIGN-ONS RECORDED        :' WS-SIGNON-CNT
           DISPLAY 'REJECTED SIGN-ONS        :' WS-FAILED-CNT
           DISPLAY 'OFF-HOURS SIGN-ONS       :' WS-OFFHRS-CNT
           DISPLAY 'DORMANT ACCOUNTS WOKEN   :' WS-DRMNT-CNT
           DISPLAY 'UMG IDS ON MULTIPLE USERS:' WS-MULTI-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXSGNR ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-OFFHRS-CNT > 0
            OR WS-DRMNT-CNT > 0
            OR WS-MULTI-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
