       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXINVR.
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
      *    NAME  DPMXINVR(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXINVR                                            *
      *                                                                *
      * OUTSTANDING DEALER INVITATION REPORT.  FIRST EXPIRES EVERY     *
      * OUTSTANDING ('O') CODE ON VDPM85_DELR_INVTN WHOSE EXPIRY DATE  *
      * HAS PASSED (STATUS 'X'), THEN LISTS THE CODES STILL            *
      * OUTSTANDING, GROUPED BY DEALER, NEAREST EXPIRY FIRST, WITH THE *
      * CLIENT, TEMPLATE, ISSUER AND DAYS LEFT, AND A COUNT PER DEALER *
      * INCLUDING HOW MANY LAPSE WITHIN THE WARNING WINDOW SO THE      *
      * RELATIONSHIP MANAGERS CAN CHASE THE CLIENT BEFORE THEY DO.     *
      * CODES ARE ISSUED AND WITHDRAWN ONLINE THROUGH DPMXINVT AND     *
      * USED BY DPMXENRL.                                              *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *              2) WARNING WINDOW IN DAYS (3 DIGITS, DEFAULT 7)   *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM85_DELR_INVTN - DEALER INVITATION CODES                    *
      * D0005             - COMPANY NAMES                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8501                                                *
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
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXINVR'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-WARN-X                        PIC X(03) VALUE SPACES.
       01  WS-WARN-DAYS                     PIC S9(4) COMP VALUE 7.
      *
       01  WS-PRIOR-DELR-ID                 PIC X(08) VALUE SPACES.
       01  WS-DELR-CMPNY-NM                 PIC X(60) VALUE SPACES.
       01  WS-CLNT-CMPNY-NM                 PIC X(60) VALUE SPACES.
       01  WS-DAYS-LEFT                     PIC S9(9) COMP VALUE 0.
      *
       01  WS-RQST-ID-ED                    PIC Z(8)9.
       01  WS-ASGD-ID-ED                    PIC Z(8)9.
       01  WS-DAYS-ED                       PIC ZZZ9.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-WARN-ED                       PIC Z(8)9.
      *
       01  WS-EXPIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-DEALER-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-WARN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-DELR-OPEN-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-DELR-WARN-CNT                 PIC S9(9) COMP VALUE 0.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-INVTNS                VALUE 'Y'.
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
              INCLUDE DPM8501
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * OUTSTANDING CODES BY DEALER, NEAREST EXPIRY FIRST
           EXEC SQL
              DECLARE OPEN_INVTN_CSR CURSOR WITH HOLD FOR
                 SELECT INV.DELR_CMPNY_ID
                       ,SUBSTR(COALESCE(DLR.CMPNY_NM, ' '), 1, 60)
                       ,INV.INVTN_CD
                       ,INV.CLNT_CMPNY_ID
                       ,SUBSTR(COALESCE(CLT.CMPNY_NM, ' '), 1, 60)
                       ,INV.RQST_TMPLT_ID
                       ,INV.ASGD_TMPLT_ID
                       ,CHAR(INV.EXPRY_DT, ISO)
                       ,DAYS(INV.EXPRY_DT) - DAYS(CURRENT DATE)
                       ,INV.CRTD_USER_ID
                 FROM   VDPM85_DELR_INVTN INV
                 LEFT OUTER JOIN D0005 DLR
                   ON   DLR.CMPNY_ID = INV.DELR_CMPNY_ID
                 LEFT OUTER JOIN D0005 CLT
                   ON   CLT.CMPNY_ID = INV.CLNT_CMPNY_ID
                 WHERE  INV.INVTN_STAT_CD = 'O'
                 ORDER BY INV.DELR_CMPNY_ID
                         ,INV.EXPRY_DT
                         ,INV.CLNT_CMPNY_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXPIRE-LAPSED-CODES
           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 3000-REPORT-OUTSTANDING
           PERFORM 4000-CLOSE-REPORT
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
           DISPLAY 'DPMXINVR STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-WARN-X                 FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-WARN-X IS NUMERIC
              MOVE WS-WARN-X                TO WS-WARN-DAYS
           END-IF
           DISPLAY 'WARNING WINDOW (DAYS)    :' WS-WARN-DAYS
           DISPLAY WS-DASHES

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'OUTSTANDING DEALER INVITATIONS (DPMXINVR)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'DELR_CMPNY_ID,INVTN_CD,CLNT_CMPNY_ID,RQST_TMPLT_ID,'
                  'ASGD_TMPLT_ID,EXPRY_DT,DAYS_LEFT,CRTD_USER_ID'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2000-EXPIRE-LAPSED-CODES.
      *----------------------------------*
      * A CODE PAST ITS EXPIRY DATE CAN NO LONGER BE USED (DPMXENRL
      * CHECKS THE DATE ITSELF); THIS MAKES THE STATUS SAY SO.

           MOVE '2000-EXPIRE-LAPSED-CODES'  TO WS-PARAGRAPH-NAME
           MOVE 'VDPM85_DELR_INVTN'         TO WS-TABLE-NAME

           EXEC SQL
              UPDATE VDPM85_DELR_INVTN
                 SET INVTN_STAT_CD    = 'X'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE INVTN_STAT_CD    = 'O'
                 AND EXPRY_DT         < CURRENT DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)            TO WS-EXPIRED-CNT
              WHEN +100
                 MOVE 0                     TO WS-EXPIRED-CNT
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-REPORT-OUTSTANDING.
      *----------------------------------*
           MOVE '3000-REPORT-OUTSTANDING'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN OPEN_INVTN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3100-FETCH-NEXT-INVTN
           PERFORM UNTIL NO-MORE-INVTNS
              IF D85A-DELR-CMPNY-ID NOT = WS-PRIOR-DELR-ID
                 IF WS-PRIOR-DELR-ID NOT = SPACES
                    PERFORM 3300-REPORT-DEALER-TOTAL
                 END-IF
                 PERFORM 3200-REPORT-DEALER-HEADER
              END-IF
              PERFORM 3400-REPORT-INVITATION
              PERFORM 3100-FETCH-NEXT-INVTN
           END-PERFORM

           IF WS-PRIOR-DELR-ID NOT = SPACES
              PERFORM 3300-REPORT-DEALER-TOTAL
           END-IF

           EXEC SQL
              CLOSE OPEN_INVTN_CSR
           END-EXEC
           .
      *----------------------------------*
       3100-FETCH-NEXT-INVTN.
      *----------------------------------*
           EXEC SQL
              FETCH OPEN_INVTN_CSR
                INTO :D85A-DELR-CMPNY-ID
                    ,:WS-DELR-CMPNY-NM
                    ,:D85A-INVTN-CD
                    ,:D85A-CLNT-CMPNY-ID
                    ,:WS-CLNT-CMPNY-NM
                    ,:D85A-RQST-TMPLT-ID
                    ,:D85A-ASGD-TMPLT-ID
                    ,:D85A-EXPRY-DT
                    ,:WS-DAYS-LEFT
                    ,:D85A-CRTD-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-INVTNS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM85_DELR_INVTN'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3200-REPORT-DEALER-HEADER.
      *----------------------------------*
           ADD 1                            TO WS-DEALER-CNT
           MOVE 0                           TO WS-DELR-OPEN-CNT
                                               WS-DELR-WARN-CNT
           MOVE D85A-DELR-CMPNY-ID          TO WS-PRIOR-DELR-ID

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           STRING 'DEALER ' D85A-DELR-CMPNY-ID
                  ' '  WS-DELR-CMPNY-NM
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       3300-REPORT-DEALER-TOTAL.
      *----------------------------------*
           MOVE WS-DELR-OPEN-CNT            TO WS-CNT-ED
           MOVE WS-DELR-WARN-CNT            TO WS-WARN-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING '   OUTSTANDING ' WS-CNT-ED
                  '   EXPIRING WITHIN WINDOW ' WS-WARN-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       3400-REPORT-INVITATION.
      *----------------------------------*
           ADD 1                            TO WS-OPEN-CNT
                                               WS-DELR-OPEN-CNT
           IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
              ADD 1                         TO WS-WARN-CNT
                                               WS-DELR-WARN-CNT
           END-IF

           MOVE D85A-RQST-TMPLT-ID          TO WS-RQST-ID-ED
           MOVE D85A-ASGD-TMPLT-ID          TO WS-ASGD-ID-ED
           MOVE WS-DAYS-LEFT                TO WS-DAYS-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING '   ' D85A-INVTN-CD
                  ' '  D85A-CLNT-CMPNY-ID
                  ' '  WS-CLNT-CMPNY-NM(1:30)
                  ' TMPLT ' WS-RQST-ID-ED
                  ' ASGD ' WS-ASGD-ID-ED
                  ' EXP ' D85A-EXPRY-DT
                  ' DAYS ' WS-DAYS-ED
                  ' BY ' D85A-CRTD-USER-ID
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING D85A-DELR-CMPNY-ID
                  ',' D85A-INVTN-CD
                  ',' D85A-CLNT-CMPNY-ID
                  ',' WS-RQST-ID-ED
                  ',' WS-ASGD-ID-ED
                  ',' D85A-EXPRY-DT
                  ',' WS-DAYS-ED
                  ',' D85A-CRTD-USER-ID
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       4000-CLOSE-REPORT.
      *----------------------------------*
           MOVE '4000-CLOSE-REPORT'         TO WS-PARAGRAPH-NAME

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-DEALER-CNT               TO WS-CNT-ED
           STRING 'DEALERS WITH OPEN CODES : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-OPEN-CNT                 TO WS-CNT-ED
           STRING 'OUTSTANDING CODES       : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-WARN-CNT                 TO WS-CNT-ED
           STRING 'EXPIRING WITHIN WINDOW  : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-EXPIRED-CNT              TO WS-CNT-ED
           STRING 'EXPIRED THIS RUN        : ' WS-CNT-ED
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
           DISPLAY 'CODES EXPIRED THIS RUN   :' WS-EXPIRED-CNT
           DISPLAY 'DEALERS WITH OPEN CODES  :' WS-DEALER-CNT
           DISPLAY 'OUTSTANDING CODES        :' WS-OPEN-CNT
           DISPLAY 'EXPIRING WITHIN WINDOW   :' WS-WARN-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXINVR ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           MOVE 0                           TO RETURN-CODE
           GOBACK
           .
