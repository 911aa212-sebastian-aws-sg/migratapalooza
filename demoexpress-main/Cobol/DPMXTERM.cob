       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTERM.
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
      *    NAME  DPMXTERM(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTERM                                            *
      *                                                                *
      * EARLY TERMINATION OF EXECUTED MCAS.  DPMXTRMN RAISES AND       *
      * APPROVES THE TERMINATION REQUESTS ON VDPM73_TMPLT_TRMN; THIS   *
      * JOB CARRIES THEM OUT AND REPORTS ON THEM.  MODES:              *
      *                                                                *
      * MODE 'E' (EFFECTIVE) - NIGHTLY.  FOR EVERY APPROVED ('A')      *
      *   REQUEST WHOSE EFFECTIVE DATE HAS ARRIVED, EARLIEST FIRST:    *
      *   - THE TEMPLATE GOES TO MCA_STAT_IN 'T' (TERMINATED);         *
      *   - EVERY ACCEPTED ('A') ENROLLMENT ASSIGNED TO THE TEMPLATE   *
      *     GOES TO 'T' EXACTLY AS DPMXENRL TERMINATES ONE - WITH A    *
      *     VDPM06_MCA_ENRL_HIST ROW AND AN UNSENT VDPM23_ENRL_EVNT    *
      *     FOR THE DPMXEEVP PUBLISHER, BOTH CARRYING SYSTEM REASON    *
      *     CODE 'TTRM' (VDPM91_ENRL_RSN) AND THE REQUEST'S REASON;    *
      *   - THE REQUEST GOES TO 'T' WITH THE TIME AND THE NUMBER OF    *
      *     ENROLLMENTS CLOSED.                                        *
      *   EACH TEMPLATE IS ONE UNIT OF WORK.  A TEMPLATE DELETED OR    *
      *   EXPIRED SINCE APPROVAL IS NOT TERMINATED; ITS REQUEST IS     *
      *   CLOSED AS REJECTED ('R') WITH THE REASON AND THE STEP ENDS   *
      *   RC 4.  EVERY TEMPLATE HANDLED IS LISTED ON DD RPTPRNT AND    *
      *   DD RPTCSV THROUGH DPMXRPTW.                                  *
      *                                                                *
      * MODE 'R' (REPORT) - MONTHLY.  EVERY TERMINATION THAT TOOK      *
      *   EFFECT IN THE SYSIN REPORT MONTH, GROUPED BY REASON CODE     *
      *   WITH A COUNT PER REASON AND A GRAND TOTAL, ON DD RPTPRNT     *
      *   AND DD RPTCSV THROUGH DPMXRPTW.                              *
      *                                                                *
      * SYSIN CARDS: 1) MODE (E / R)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *              3) REPORT MONTH (YYYY-MM) - MODE R ONLY           *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM73_TMPLT_TRMN     - EARLY TERMINATION REQUEST              *
      * VDPM14_MCA_TMPLT      - MCA TEMPLATE                           *
      * VDPM06_MCA_ENRL       - ENROLLMENT                             *
      * VDPM06_MCA_ENRL_HIST  - ENROLLMENT STATUS HISTORY              *
      * VDPM23_ENRL_EVNT      - ENROLLMENT EVENT OUTBOX                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM7301 / DPM1401 / DPM0601 / DPM0602 / DPM2301        *
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
      * 10/15/2026        002       COGNIZANT                          *
      *                             A TEMPLATE NOVATED ('V') SINCE     *
      *                             APPROVAL IS NOT TERMINATED.        *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             A SUPERSEDED ('S') TEMPLATE IS NOT *
      *                             TERMINATED.                        *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             TERMINATED ENROLLMENTS' HISTORY    *
      *                             AND EVENT ROWS NOW CARRY SYSTEM    *
      *                             REASON CODE 'TTRM' AND THE         *
      *                             TERMINATION REQUEST'S REASON.      *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTERM'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-MODE                          PIC X(01) VALUE SPACES.
           88 MODE-EFFECTIVE                VALUE 'E'.
           88 MODE-REPORT                   VALUE 'R'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-RPT-MONTH                     PIC X(07) VALUE SPACES.
       01  WS-CURRENT-TS                    PIC X(26).
       01  WS-OLD-DELR-STAT-CD              PIC X(01).
       01  WS-SYS-RSN-CD                    PIC X(04) VALUE 'TTRM'.
       01  WS-SYS-RSN-TX                    PIC X(80) VALUE SPACES.
       01  WS-NOT-ELIGIBLE-TX               PIC X(80) VALUE
           'TEMPLATE DELETED/EXPIRED/NOVATED BEFORE THE EFFECTIVE DATE'.
      *
       01  WS-DUE-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-TRMN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-SKIP-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ENRL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-TMPLT-ENRL-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-RSN-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-RPT-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-TRMN                  VALUE 'Y'.
       01  WS-ENRL-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-ENRL                  VALUE 'Y'.
      *
       01  WS-PRIOR-RSN-CD                  PIC X(04) VALUE SPACES.
       01  WS-RSN-DS                        PIC X(30).
      *
       01  WS-TRMN-HDG.
           05 FILLER                        PIC X(11) VALUE 'REQUEST'.
           05 FILLER                        PIC X(11) VALUE 'TEMPLATE'.
           05 FILLER                        PIC X(06) VALUE 'RSN'.
           05 FILLER                        PIC X(12) VALUE 'NOTICE'.
           05 FILLER                        PIC X(06) VALUE 'DAYS'.
           05 FILLER                        PIC X(12) VALUE 'EFFECTIVE'.
           05 FILLER                        PIC X(12) VALUE
              'REQUESTED BY'.
           05 FILLER                        PIC X(12) VALUE
              'APPROVED BY'.
           05 FILLER                        PIC X(06) VALUE 'ENRL'.
           05 FILLER                        PIC X(44) VALUE 'RESULT'.
      *
       01  WS-TRMN-LINE.
           05 TL-RQST-ID                    PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-TMPLT-ID                   PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-RSN-CD                     PIC X(04).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-NTC-DT                     PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-NTC-DAYS                   PIC ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-EFF-DT                     PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-RQST-USER-ID               PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-CHKR-USER-ID               PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-ENRL-CNT                   PIC ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TL-RESULT-TX                  PIC X(44).
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
              INCLUDE DPM7301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0602
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM2301
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * A HANDLED REQUEST LEAVES STATUS 'A', SO THE CURSOR SURVIVES THE
      * PER-TEMPLATE COMMITS AND NEVER SEES THE SAME REQUEST TWICE.
           EXEC SQL
              DECLARE DUE_TRMN_CSR CURSOR WITH HOLD FOR
                 SELECT TRMN_RQST_ID
                       ,MCA_TMPLT_ID
                       ,TRMN_RSN_CD
                       ,NTC_DT
                       ,NTC_PRD_DAY_CT
                       ,TRMN_EFF_DT
                       ,RQST_USER_ID
                       ,CHKR_USER_ID
                 FROM   VDPM73_TMPLT_TRMN
                 WHERE  RQST_STAT_CD = 'A'
                   AND  TRMN_EFF_DT <= CURRENT DATE
                 ORDER BY TRMN_EFF_DT
                         ,TRMN_RQST_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE TRMN_ENRL_CSR CURSOR FOR
                 SELECT DELR_CMPNY_ID
                       ,CLNT_CMPNY_ID
                       ,RQST_TMPLT_ID
                       ,DELR_STAT_CD
                 FROM   VDPM06_MCA_ENRL
                 WHERE  ASGD_TMPLT_ID = :D73A-MCA-TMPLT-ID
                   AND  DELR_STAT_CD  = 'A'
                 FOR UPDATE OF DELR_STAT_CD
           END-EXEC
      *
           EXEC SQL
              DECLARE MONTH_TRMN_CSR CURSOR FOR
                 SELECT T.TRMN_RQST_ID
                       ,T.MCA_TMPLT_ID
                       ,T.TRMN_RSN_CD
                       ,T.NTC_DT
                       ,T.NTC_PRD_DAY_CT
                       ,T.TRMN_EFF_DT
                       ,T.RQST_USER_ID
                       ,T.CHKR_USER_ID
                       ,T.ENRL_CLOSE_CT
                       ,COALESCE(M.DELR_CMPNY_ID, ' ')
                       ,COALESCE(M.CLNT_CMPNY_ID, ' ')
                 FROM   VDPM73_TMPLT_TRMN T
                 LEFT OUTER JOIN VDPM14_MCA_TMPLT M
                   ON   M.MCA_TMPLT_ID = T.MCA_TMPLT_ID
                 WHERE  T.RQST_STAT_CD = 'T'
                   AND  SUBSTR(CHAR(T.TRMN_EFF_DT, ISO), 1, 7) =
                        :WS-RPT-MONTH
                 ORDER BY T.TRMN_RSN_CD
                         ,T.TRMN_EFF_DT
                         ,T.TRMN_RQST_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN MODE-EFFECTIVE
                 PERFORM 2000-TERMINATE-DUE
              WHEN MODE-REPORT
                 PERFORM 5000-MONTHLY-REPORT
           END-EVALUATE
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
           DISPLAY 'DPMXTERM STARTED AT      :' WS-TS

           ACCEPT WS-MODE                   FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           IF MODE-REPORT
              ACCEPT WS-RPT-MONTH           FROM SYSIN
           END-IF

           DISPLAY 'RUN MODE                 :' WS-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           IF MODE-REPORT
              DISPLAY 'REPORT MONTH             :' WS-RPT-MONTH
           END-IF

           IF (NOT MODE-EFFECTIVE AND NOT MODE-REPORT)
           OR WS-USER-ID = SPACES
           OR (MODE-REPORT AND WS-RPT-MONTH = SPACES)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-TERMINATE-DUE.
      *----------------------------------*
           MOVE '2000-TERMINATE-DUE'        TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'EARLY TERMINATIONS EFFECTED (DPMXTERM)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'TRMN_RQST_ID,TMPLT_ID,TRMN_RSN_CD,NTC_DT,'
                  'NTC_PRD_DAY_CT,TRMN_EFF_DT,RQST_USER_ID,'
                  'CHKR_USER_ID,ENRL_CLOSE_CT,RESULT'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-TRMN-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN DUE_TRMN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM73_TMPLT_TRMN'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-DUE
           PERFORM UNTIL NO-MORE-TRMN
              ADD 1                         TO WS-DUE-CNT
              PERFORM 3000-TERMINATE-ONE
              PERFORM 2100-FETCH-NEXT-DUE
           END-PERFORM

           EXEC SQL
              CLOSE DUE_TRMN_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-DUE-CNT                  TO WS-CNT-ED
           STRING 'REQUESTS DUE: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           MOVE WS-TRMN-CNT                 TO WS-CNT-ED
           STRING '   TERMINATED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(24:)
           END-STRING
           MOVE WS-SKIP-CNT                 TO WS-CNT-ED
           STRING '   NOT ELIGIBLE: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(48:)
           END-STRING
           MOVE WS-ENRL-CNT                 TO WS-CNT-ED
           STRING '   ENROLLMENTS CLOSED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(74:)
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2100-FETCH-NEXT-DUE.
      *----------------------------------*
           MOVE '2100-FETCH-NEXT-DUE'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH DUE_TRMN_CSR
                INTO :D73A-TRMN-RQST-ID
                    ,:D73A-MCA-TMPLT-ID
                    ,:D73A-TRMN-RSN-CD
                    ,:D73A-NTC-DT
                    ,:D73A-NTC-PRD-DAY-CT
                    ,:D73A-TRMN-EFF-DT
                    ,:D73A-RQST-USER-ID
                    ,:D73A-CHKR-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-TRMN           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM73_TMPLT_TRMN'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-TERMINATE-ONE.
      *----------------------------------*
      * THE TEMPLATE, ITS ENROLLMENTS AND THE REQUEST CHANGE TOGETHER
      * AND ARE COMMITTED TOGETHER.

           MOVE '3000-TERMINATE-ONE'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC

           MOVE 0                           TO WS-TMPLT-ENRL-CNT

           EXEC SQL
              UPDATE VDPM14_MCA_TMPLT
                 SET MCA_STAT_IN      = 'T'
                    ,ROW_UPDT_TS      = :WS-CURRENT-TS
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE MCA_TMPLT_ID     = :D73A-MCA-TMPLT-ID
                 AND MCA_STAT_IN NOT IN ('L', 'X', 'T', 'V', 'S')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3100-CLOSE-ENROLLMENTS
                 SET D73A-RQST-TERMINATED   TO TRUE
                 MOVE SPACES                TO D73A-RJCT-RSN-TX
                 MOVE WS-CURRENT-TS         TO D73A-TRMN-TS
                 ADD 1                      TO WS-TRMN-CNT
                 MOVE 'TERMINATED'          TO TL-RESULT-TX
              WHEN +100
                 SET D73A-RQST-REJECTED     TO TRUE
                 MOVE WS-NOT-ELIGIBLE-TX    TO D73A-RJCT-RSN-TX
                 MOVE '0001-01-01-00.00.00.000000'
                                            TO D73A-TRMN-TS
                 ADD 1                      TO WS-SKIP-CNT
                 MOVE WS-NOT-ELIGIBLE-TX    TO TL-RESULT-TX
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE WS-TMPLT-ENRL-CNT           TO D73A-ENRL-CLOSE-CT
           PERFORM 3200-CLOSE-REQUEST

           EXEC SQL
              COMMIT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           DISPLAY 'REQUEST ' D73A-TRMN-RQST-ID ' TEMPLATE '
                   D73A-MCA-TMPLT-ID ' - ' TL-RESULT-TX
           PERFORM 3900-REPORT-TEMPLATE
           .
      *----------------------------------*
       3100-CLOSE-ENROLLMENTS.
      *----------------------------------*
           MOVE '3100-CLOSE-ENROLLMENTS'    TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-ENRL-EOF-SW

           EXEC SQL
              OPEN TRMN_ENRL_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3110-CLOSE-ONE-ENRL
           PERFORM UNTIL NO-MORE-ENRL
              PERFORM 3110-CLOSE-ONE-ENRL
           END-PERFORM

           EXEC SQL
              CLOSE TRMN_ENRL_CSR
           END-EXEC
           .
      *----------------------------------*
       3110-CLOSE-ONE-ENRL.
      *----------------------------------*
      * RECORDED EXACTLY AS DPMXENRL RECORDS A TERMINATION: STATUS,
      * HISTORY ROW AND AN EVENT FOR THE PUBLISHER.

           MOVE '3110-CLOSE-ONE-ENRL'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH TRMN_ENRL_CSR
               INTO :D006-DELR-CMPNY-ID
                   ,:D006-CLNT-CMPNY-ID
                   ,:D006-RQST-TMPLT-ID
                   ,:WS-OLD-DELR-STAT-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ENRL           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT NO-MORE-ENRL
              MOVE 'T'                      TO D006-DELR-STAT-CD
              EXEC SQL
                 UPDATE VDPM06_MCA_ENRL
                    SET DELR_STAT_CD     = :D006-DELR-STAT-CD
                       ,ROW_UPDT_TS      = :WS-CURRENT-TS
                       ,ROW_UPDT_USER_ID = :WS-USER-ID
                  WHERE CURRENT OF TRMN_ENRL_CSR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF
              ADD 1                         TO WS-TMPLT-ENRL-CNT
                                               WS-ENRL-CNT
              PERFORM 3120-INSERT-ENRL-HIST
              PERFORM 3130-STAGE-ENRL-EVNT
           END-IF
           .
      *----------------------------------*
       3120-INSERT-ENRL-HIST.
      *----------------------------------*
           MOVE '3120-INSERT-ENRL-HIST'     TO WS-PARAGRAPH-NAME
           MOVE D006-DELR-CMPNY-ID          TO D06H-DELR-CMPNY-ID
           MOVE D006-CLNT-CMPNY-ID          TO D06H-CLNT-CMPNY-ID
           MOVE D006-RQST-TMPLT-ID          TO D06H-RQST-TMPLT-ID
           MOVE WS-OLD-DELR-STAT-CD         TO D06H-OLD-DELR-STAT-CD
           MOVE D006-DELR-STAT-CD           TO D06H-NEW-DELR-STAT-CD
           MOVE WS-CURRENT-TS               TO D06H-ENRL-ACTN-TS
           MOVE WS-USER-ID                  TO D06H-ENRL-ACTN-USER-ID
           MOVE SPACES                      TO WS-SYS-RSN-TX
           STRING 'TEMPLATE TERMINATED EARLY - TERMINATION REASON '
                  D73A-TRMN-RSN-CD
                  DELIMITED BY SIZE INTO WS-SYS-RSN-TX
           END-STRING
           MOVE WS-SYS-RSN-CD               TO D06H-RSN-CD
           MOVE WS-SYS-RSN-TX               TO D06H-RSN-TX

           EXEC SQL
              INSERT INTO VDPM06_MCA_ENRL_HIST
                 (DELR_CMPNY_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,ENRL_ACTN_TS
                 ,ENRL_ACTN_USER_ID
                 ,RSN_CD
                 ,RSN_TX)
                 VALUES
                 (:D06H-DELR-CMPNY-ID
                 ,:D06H-CLNT-CMPNY-ID
                 ,:D06H-RQST-TMPLT-ID
                 ,:D06H-OLD-DELR-STAT-CD
                 ,:D06H-NEW-DELR-STAT-CD
                 ,:D06H-ENRL-ACTN-TS
                 ,:D06H-ENRL-ACTN-USER-ID
                 ,:D06H-RSN-CD
                 ,:D06H-RSN-TX)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL_HIST'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3130-STAGE-ENRL-EVNT.
      *----------------------------------*
      * UNSENT ('U') FOR THE DPMXEEVP PUBLISHER, AS DPMXENRL STAGES
      * EVERY ENROLLMENT STATUS CHANGE.

           MOVE '3130-STAGE-ENRL-EVNT'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :D23A-ENRL-EVNT-ID = (NEXT VALUE FOR DPM.SQDPM023)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM23_ENRL_EVNT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D006-DELR-CMPNY-ID           TO D23A-DELR-CMPNY-ID
           MOVE D006-CLNT-CMPNY-ID           TO D23A-CLNT-CMPNY-ID
           MOVE D006-RQST-TMPLT-ID           TO D23A-RQST-TMPLT-ID
           MOVE WS-OLD-DELR-STAT-CD          TO D23A-OLD-DELR-STAT-CD
           MOVE D006-DELR-STAT-CD            TO D23A-NEW-DELR-STAT-CD
           MOVE WS-USER-ID                   TO D23A-APRVR-USER-ID
           MOVE WS-CURRENT-TS                TO D23A-ENRL-EVNT-TS
           MOVE 'U'                          TO D23A-EVNT-SENT-CD
           MOVE '1900-01-01-01.01.01.000001' TO D23A-EVNT-SENT-TS
           MOVE WS-SYS-RSN-CD                TO D23A-RSN-CD
           MOVE WS-SYS-RSN-TX                TO D23A-RSN-TX

           EXEC SQL
              INSERT INTO VDPM23_ENRL_EVNT
                 (ENRL_EVNT_ID
                 ,DELR_CMPNY_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,APRVR_USER_ID
                 ,ENRL_EVNT_TS
                 ,EVNT_SENT_CD
                 ,EVNT_SENT_TS
                 ,RSN_CD
                 ,RSN_TX)
                 VALUES
                 (:D23A-ENRL-EVNT-ID
                 ,:D23A-DELR-CMPNY-ID
                 ,:D23A-CLNT-CMPNY-ID
                 ,:D23A-RQST-TMPLT-ID
                 ,:D23A-OLD-DELR-STAT-CD
                 ,:D23A-NEW-DELR-STAT-CD
                 ,:D23A-APRVR-USER-ID
                 ,:D23A-ENRL-EVNT-TS
                 ,:D23A-EVNT-SENT-CD
                 ,:D23A-EVNT-SENT-TS
                 ,:D23A-RSN-CD
                 ,:D23A-RSN-TX)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM23_ENRL_EVNT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3200-CLOSE-REQUEST.
      *----------------------------------*
           MOVE '3200-CLOSE-REQUEST'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM73_TMPLT_TRMN
                 SET RQST_STAT_CD     = :D73A-RQST-STAT-CD
                    ,RJCT_RSN_TX      = :D73A-RJCT-RSN-TX
                    ,TRMN_TS          = :D73A-TRMN-TS
                    ,ENRL_CLOSE_CT    = :D73A-ENRL-CLOSE-CT
                    ,ROW_UPDT_TS      = :WS-CURRENT-TS
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE TRMN_RQST_ID     = :D73A-TRMN-RQST-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM73_TMPLT_TRMN'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3900-REPORT-TEMPLATE.
      *----------------------------------*
           MOVE '3900-REPORT-TEMPLATE'      TO WS-PARAGRAPH-NAME

           PERFORM 8000-FORMAT-TRMN-LINE

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-TRMN-LINE                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM 8050-WRITE-TRMN-CSV
           .
      *----------------------------------*
       5000-MONTHLY-REPORT.
      *----------------------------------*
      * CONTROL BREAK ON REASON CODE: A COUNT LINE CLOSES EACH REASON,
      * THE GRAND TOTAL CLOSES THE REPORT.

           MOVE '5000-MONTHLY-REPORT'       TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'EARLY TERMINATIONS BY REASON - ' WS-RPT-MONTH
                  ' (DPMXTERM)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'TRMN_RQST_ID,TMPLT_ID,TRMN_RSN_CD,NTC_DT,'
                  'NTC_PRD_DAY_CT,TRMN_EFF_DT,RQST_USER_ID,'
                  'CHKR_USER_ID,ENRL_CLOSE_CT,DEALER/CLIENT'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN MONTH_TRMN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM73_TMPLT_TRMN'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 5100-FETCH-NEXT-MONTH
           PERFORM UNTIL NO-MORE-TRMN
              IF D73A-TRMN-RSN-CD NOT = WS-PRIOR-RSN-CD
                 IF WS-PRIOR-RSN-CD NOT = SPACES
                    PERFORM 5300-REASON-TOTAL
                 END-IF
                 PERFORM 5200-REASON-HEADING
              END-IF
              ADD 1                         TO WS-RSN-CNT
                                               WS-RPT-CNT
              PERFORM 5400-REPORT-DETAIL
              PERFORM 5100-FETCH-NEXT-MONTH
           END-PERFORM

           IF WS-PRIOR-RSN-CD NOT = SPACES
              PERFORM 5300-REASON-TOTAL
           END-IF

           EXEC SQL
              CLOSE MONTH_TRMN_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-RPT-CNT                  TO WS-CNT-ED
           STRING 'TERMINATIONS IN ' WS-RPT-MONTH ': ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           MOVE WS-ENRL-CNT                 TO WS-CNT-ED
           STRING '   ENROLLMENTS CLOSED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(36:)
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       5100-FETCH-NEXT-MONTH.
      *----------------------------------*
           MOVE '5100-FETCH-NEXT-MONTH'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH MONTH_TRMN_CSR
                INTO :D73A-TRMN-RQST-ID
                    ,:D73A-MCA-TMPLT-ID
                    ,:D73A-TRMN-RSN-CD
                    ,:D73A-NTC-DT
                    ,:D73A-NTC-PRD-DAY-CT
                    ,:D73A-TRMN-EFF-DT
                    ,:D73A-RQST-USER-ID
                    ,:D73A-CHKR-USER-ID
                    ,:D73A-ENRL-CLOSE-CT
                    ,:D014-DELR-CMPNY-ID
                    ,:D014-CLNT-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-TRMN           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM73_TMPLT_TRMN'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       5200-REASON-HEADING.
      *----------------------------------*
           MOVE '5200-REASON-HEADING'       TO WS-PARAGRAPH-NAME

           MOVE D73A-TRMN-RSN-CD            TO WS-PRIOR-RSN-CD
           MOVE 0                           TO WS-RSN-CNT
           PERFORM 8100-SET-REASON-DS

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           STRING 'REASON ' D73A-TRMN-RSN-CD ' - ' WS-RSN-DS
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           MOVE WS-TRMN-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       5300-REASON-TOTAL.
      *----------------------------------*
           MOVE '5300-REASON-TOTAL'         TO WS-PARAGRAPH-NAME

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-RSN-CNT                  TO WS-CNT-ED
           STRING 'REASON ' WS-PRIOR-RSN-CD ' TERMINATIONS: '
                  WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       5400-REPORT-DETAIL.
      *----------------------------------*
           MOVE '5400-REPORT-DETAIL'        TO WS-PARAGRAPH-NAME

           ADD D73A-ENRL-CLOSE-CT           TO WS-ENRL-CNT
           MOVE D73A-ENRL-CLOSE-CT          TO WS-TMPLT-ENRL-CNT
           MOVE SPACES                      TO TL-RESULT-TX
           STRING D014-DELR-CMPNY-ID ' / ' D014-CLNT-CMPNY-ID
                  DELIMITED BY SIZE INTO TL-RESULT-TX
           END-STRING
           PERFORM 8000-FORMAT-TRMN-LINE

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-TRMN-LINE                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM 8050-WRITE-TRMN-CSV
           .
      *----------------------------------*
       8000-FORMAT-TRMN-LINE.
      *----------------------------------*
           MOVE D73A-TRMN-RQST-ID           TO TL-RQST-ID
           MOVE D73A-MCA-TMPLT-ID           TO TL-TMPLT-ID
           MOVE D73A-TRMN-RSN-CD            TO TL-RSN-CD
           MOVE D73A-NTC-DT                 TO TL-NTC-DT
           MOVE D73A-NTC-PRD-DAY-CT         TO TL-NTC-DAYS
           MOVE D73A-TRMN-EFF-DT            TO TL-EFF-DT
           MOVE D73A-RQST-USER-ID           TO TL-RQST-USER-ID
           MOVE D73A-CHKR-USER-ID           TO TL-CHKR-USER-ID
           MOVE WS-TMPLT-ENRL-CNT           TO TL-ENRL-CNT
           .
      *----------------------------------*
       8050-WRITE-TRMN-CSV.
      *----------------------------------*
           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING TL-RQST-ID
                  ',' TL-TMPLT-ID
                  ',' TL-RSN-CD
                  ',' TL-NTC-DT
                  ',' TL-NTC-DAYS
                  ',' TL-EFF-DT
                  ',' TL-RQST-USER-ID
                  ',' TL-CHKR-USER-ID
                  ',' TL-ENRL-CNT
                  ',' TL-RESULT-TX
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       8100-SET-REASON-DS.
      *----------------------------------*
           EVALUATE TRUE
              WHEN D73A-RSN-CLNT-NOTICE
                 MOVE 'CLIENT NOTICE'       TO WS-RSN-DS
              WHEN D73A-RSN-DELR-NOTICE
                 MOVE 'DEALER NOTICE'       TO WS-RSN-DS
              WHEN D73A-RSN-EVENT-DEFAULT
                 MOVE 'EVENT OF DEFAULT'    TO WS-RSN-DS
              WHEN D73A-RSN-TERM-EVENT
                 MOVE 'ADDITIONAL TERMINATION EVENT'
                                            TO WS-RSN-DS
              WHEN D73A-RSN-MUTUAL
                 MOVE 'MUTUAL AGREEMENT'    TO WS-RSN-DS
              WHEN D73A-RSN-ILLEGALITY
                 MOVE 'ILLEGALITY'          TO WS-RSN-DS
              WHEN OTHER
                 MOVE 'UNKNOWN REASON'      TO WS-RSN-DS
           END-EVALUATE
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
           IF MODE-EFFECTIVE
              DISPLAY 'REQUESTS DUE             :' WS-DUE-CNT
              DISPLAY 'TEMPLATES TERMINATED     :' WS-TRMN-CNT
              DISPLAY 'REQUESTS NOT ELIGIBLE    :' WS-SKIP-CNT
           ELSE
              DISPLAY 'TERMINATIONS REPORTED    :' WS-RPT-CNT
           END-IF
           DISPLAY 'ENROLLMENTS CLOSED       :' WS-ENRL-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXTERM ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-SKIP-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
