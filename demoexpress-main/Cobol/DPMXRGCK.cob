       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXRGCK.
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
      *    NAME  DPMXRGCK(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXRGCK                                            *
      *                                                                *
      * WEEKLY REGULATORY COMPLIANCE DEADLINE CHECK.  EVERY ACTIVE     *
      * OBLIGATION ON VDPM82_CLNT_RGLTY_OBLGN (MAINTAINED BY DPMXRGOB) *
      * IS CHECKED FOR EVERY DEALER THE CLIENT IS ENROLLED WITH ON     *
      * VDPM06_MCA_ENRL (APPROVED OR PENDING) AND EVERY REQUIRED       *
      * PRODUCT / SUB-PRODUCT ON VDPM83_OBLGN_RQRD_PRDCT.  EACH DEALER *
      * / PRODUCT PAIR IS MATCHED TO VDPM14_MCA_TMPLT:                 *
      *                                                                *
      *   E - EXECUTED     A LIVE EXECUTED AGREEMENT EXISTS (MET)      *
      *   P - IN PROGRESS  ONLY AN AGREEMENT NOT YET EXECUTED          *
      *   N - NONE         NO AGREEMENT, OR ONLY EXPIRED / TERMINATED  *
      *                                                                *
      * BUSINESS DAYS TO THE COMPLIANCE DATE ARE COUNTED WITH DPMXBDAY *
      * ON THE GLOBAL CALENDAR.  A MET PAIR IS GREEN; AN UNMET PAIR IS *
      * RED AT OR INSIDE THE RED WINDOW (SYSIN CARD 3, DEFAULT 10      *
      * BUSINESS DAYS) OR ONCE THE DATE HAS PASSED, AMBER INSIDE THE   *
      * AMBER WINDOW (SYSIN CARD 2, DEFAULT 30), OTHERWISE GREEN.  THE *
      * PAIRS ARE REWRITTEN TO VDPM84_OBLGN_DELR_STAT AND THE          *
      * OBLIGATION TAKES THE WORST PAIR STATUS WITH ITS DEALER,        *
      * REQUIRED AND MET COUNTS.                                       *
      *                                                                *
      * EVERY AMBER OR RED PAIR RAISES A RGOBDUE ALERT TO BOTH SIDES - *
      * THE ADMINISTRATORS (ROLE ADMN) OF THE CLIENT AND OF THE        *
      * DEALER - THROUGH THE DPMXASUP STORM-SUPPRESSION FRONT-END.     *
      *                                                                *
      * THE REPORT (DPMXRPTW) LISTS EVERY UNMET PAIR WITH ITS STATUS   *
      * AND ONE SUMMARY LINE PER OBLIGATION.  ANY RED OBLIGATION OR    *
      * FAILED ALERT ENDS THE STEP WITH RC 4.                          *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *              2) AMBER WINDOW (3 DIGITS, BUSINESS DAYS)         *
      *              3) RED WINDOW (3 DIGITS, BUSINESS DAYS, LESS      *
      *                 THAN THE AMBER WINDOW)                         *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM82_CLNT_RGLTY_OBLGN - CLIENT REGULATORY OBLIGATIONS        *
      * VDPM83_OBLGN_RQRD_PRDCT - REQUIRED PRODUCTS PER OBLIGATION     *
      * VDPM84_OBLGN_DELR_STAT  - STATUS PER DEALER AND PRODUCT        *
      * VDPM06_MCA_ENRL         - ENROLLMENTS (CLIENT'S DEALERS)       *
      * VDPM14_MCA_TMPLT        - TEMPLATE TABLE (AGREEMENTS)          *
      * D0003 / VDPM03_USER_ROLE - COMPANY ADMINISTRATORS              *
      * VDPM27_HLDY_CLNDR       - HOLIDAY CALENDAR (VIA DPMXBDAY)      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8201 / DPM8401                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXBDAY - BUSINESS DAYS TO THE COMPLIANCE DATE                *
      * DPMXASUP - ALERT STORM-SUPPRESSION FRONT-END TO DPMXAALR       *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXRGCK'.
       01  WS-TS                            PIC X(26).
       01  WS-RUN-TS                        PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-AMBER-X                       PIC X(03) VALUE SPACES.
       01  WS-AMBER-BDAYS                   PIC S9(4) COMP VALUE 30.
       01  WS-RED-X                         PIC X(03) VALUE SPACES.
       01  WS-RED-BDAYS                     PIC S9(4) COMP VALUE 10.
       01  WS-TODAY-DT                      PIC X(10) VALUE SPACES.
      *
       01  WS-OBLGN-RAG-CD                  PIC X(01) VALUE SPACES.
       01  WS-UNMET-RAG-CD                  PIC X(01) VALUE SPACES.
       01  WS-OVERDUE-SW                    PIC X(01) VALUE 'N'.
           88 CMPLNC-DT-PASSED              VALUE 'Y'.
       01  WS-LIVE-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-PEND-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-PRIOR-DELR-ID                 PIC X(08) VALUE SPACES.
       01  WS-ADMN-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-ADMN-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-SIDE-CD                       PIC X(06) VALUE SPACES.
      *
       01  WS-OBLGN-ID-ED                   PIC Z(8)9.
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-BDAYS-ED                      PIC ZZZ9.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-MET-ED                        PIC Z(5)9.
       01  WS-RQRD-ED                       PIC Z(5)9.
       01  WS-DELR-ED                       PIC Z(5)9.
      *
       01  WS-OBLGN-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-GREEN-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-AMBER-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-RED-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-PAIR-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-UNMET-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-FAIL-CNT                PIC S9(9) COMP VALUE 0.
      *
       01  WS-OBLGN-EOF-SW                  PIC X(01) VALUE 'N'.
           88 NO-MORE-OBLGNS                VALUE 'Y'.
       01  WS-PAIR-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-PAIRS                 VALUE 'Y'.
       01  WS-ADMN-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-ADMINS                VALUE 'Y'.
      *
       01  WS-BDAY-PROGRAM                  PIC X(08) VALUE 'DPMXBDAY'.
       01  WS-BDAY-PASS-AREA.
           05 WS-BDAY-FUNC-CD               PIC X(01).
           05 WS-BDAY-IN-DT                 PIC X(10).
           05 WS-BDAY-END-DT                PIC X(10).
           05 WS-BDAY-IN-DAYS               PIC S9(4) COMP.
           05 WS-BDAY-OUT-DT                PIC X(10).
           05 WS-BDAY-OUT-DAYS              PIC S9(4) COMP.
           05 WS-BDAY-OUT-IND               PIC X(01).
           05 WS-BDAY-SQLCODE               PIC S9(9) COMP.
           05 WS-BDAY-CLNDR-ID              PIC X(08).
      *
       01  WS-ASUP-PROGRAM                  PIC X(08) VALUE 'DPMXASUP'.
       01  WS-ASUP-PASS-AREA.
           05 WS-ASUP-FUNC-CD               PIC X(01).
           05 WS-ASUP-CAUSE-CD              PIC X(20).
           05 WS-ASUP-THRSHLD               PIC S9(4) COMP.
           05 WS-OUTSQLCA                   PIC X(179).
           05 WS-SP-ERROR-AREA               PIC X(80).
           05 WS-SP-RC                       PIC X(04).
           05 WS-ALERT-ID                    PIC S9(9) USAGE COMP.
           05 WS-ALERT-SUB                   PIC X(150).
           05 WS-ALERT-MSG.
              49 WS-ALERT-MSG-LEN            PIC S9(4) USAGE COMP.
              49 WS-ALERT-MSG-DT             PIC X(32000).
           05 WS-ALERT-USER-ID               PIC X(10).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08) VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08) VALUE SPACES.
           05 WS-AV-VAR-CNT                 PIC 9(02) VALUE 0.
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
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
              INCLUDE DPM8201
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8401
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * ACTIVE OBLIGATIONS, NEAREST COMPLIANCE DATE FIRST
           EXEC SQL
              DECLARE OBLGN_CSR CURSOR WITH HOLD FOR
                 SELECT OBLGN_ID
                       ,CLNT_CMPNY_ID
                       ,RGME_CD
                       ,CHAR(CMPLNC_DT, ISO)
                 FROM   VDPM82_CLNT_RGLTY_OBLGN
                 WHERE  OBLGN_STAT_CD = 'A'
                 ORDER BY CMPLNC_DT, OBLGN_ID
           END-EXEC
      *
      * EVERY DEALER THE CLIENT IS ENROLLED WITH, CROSSED WITH EVERY
      * PRODUCT THE OBLIGATION REQUIRES
           EXEC SQL
              DECLARE OBLGN_PAIR_CSR CURSOR WITH HOLD FOR
                 SELECT DISTINCT
                        ENRL.DELR_CMPNY_ID
                       ,RQD.ATTRB_PRDCT_ID
                       ,RQD.ATTRB_SUB_PRDCT_ID
                 FROM   VDPM06_MCA_ENRL         ENRL
                       ,VDPM83_OBLGN_RQRD_PRDCT RQD
                 WHERE  ENRL.CLNT_CMPNY_ID = :D82A-CLNT-CMPNY-ID
                   AND  ENRL.DELR_STAT_CD IN ('A', 'P')
                   AND  RQD.OBLGN_ID       = :D82A-OBLGN-ID
                 ORDER BY 1, 2, 3
           END-EXEC
      *
      * ADMINISTRATORS OF ONE SIDE OF AN UNMET PAIR
           EXEC SQL
              DECLARE CMPNY_ADMN_CSR CURSOR WITH HOLD FOR
                 SELECT D003.CMPNY_USER_ID
                 FROM   D0003 D003
                       ,VDPM03_USER_ROLE D03R
                 WHERE  D003.CMPNY_ID      = :WS-ADMN-CMPNY-ID
                   AND  D03R.CMPNY_USER_ID = D003.CMPNY_USER_ID
                   AND  D03R.ROLE_CD       = 'ADMN'
                 ORDER BY D003.CMPNY_USER_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-OBLIGATIONS
           PERFORM 5900-FLUSH-ALERT-ROLLUPS
           PERFORM 4000-CLOSE-REPORT
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
           EXEC SQL
              SET :WS-TODAY-DT = CHAR(CURRENT DATE, ISO)
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXRGCK STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-AMBER-X                FROM SYSIN
           ACCEPT WS-RED-X                  FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-AMBER-X IS NUMERIC
              MOVE WS-AMBER-X               TO WS-AMBER-BDAYS
           END-IF
           IF WS-RED-X IS NUMERIC
              MOVE WS-RED-X                 TO WS-RED-BDAYS
           END-IF
           IF WS-RED-BDAYS NOT < WS-AMBER-BDAYS
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'AMBER WINDOW (BUS DAYS)  :' WS-AMBER-BDAYS
           DISPLAY 'RED WINDOW (BUS DAYS)    :' WS-RED-BDAYS
           DISPLAY WS-DASHES

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'REGULATORY COMPLIANCE DEADLINES (DPMXRGCK)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'OBLGN_ID,CLNT_CMPNY_ID,RGME_CD,CMPLNC_DT,BDAYS_LEFT,'
                  'DELR_CMPNY_ID,PRDCT_ID,SUB_PRDCT_ID,CVRG,RAG,'
                  'MCA_TMPLT_ID'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2000-CHECK-OBLIGATIONS.
      *----------------------------------*
           MOVE '2000-CHECK-OBLIGATIONS'    TO WS-PARAGRAPH-NAME
           MOVE 'VDPM82_CLNT_RGLTY_OBLGN'   TO WS-TABLE-NAME

           EXEC SQL
              OPEN OBLGN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-OBLGN
           PERFORM UNTIL NO-MORE-OBLGNS
              ADD 1                         TO WS-OBLGN-CNT
              PERFORM 2200-CHECK-ONE-OBLGN
              PERFORM 2100-FETCH-NEXT-OBLGN
           END-PERFORM

           EXEC SQL
              CLOSE OBLGN_CSR
           END-EXEC
           .
      *----------------------------------*
       2100-FETCH-NEXT-OBLGN.
      *----------------------------------*
           EXEC SQL
              FETCH OBLGN_CSR
                INTO :D82A-OBLGN-ID
                    ,:D82A-CLNT-CMPNY-ID
                    ,:D82A-RGME-CD
                    ,:D82A-CMPLNC-DT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-OBLGNS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM82_CLNT_RGLTY_OBLGN' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2200-CHECK-ONE-OBLGN.
      *----------------------------------*
           MOVE '2200-CHECK-ONE-OBLGN'      TO WS-PARAGRAPH-NAME

           PERFORM 2300-COUNT-BUSINESS-DAYS

      * THE STATUS AN UNMET PAIR TAKES FOR THIS OBLIGATION
           EVALUATE TRUE
              WHEN CMPLNC-DT-PASSED
                 MOVE 'R'                   TO WS-UNMET-RAG-CD
              WHEN D82A-BDAYS-LEFT NOT > WS-RED-BDAYS
                 MOVE 'R'                   TO WS-UNMET-RAG-CD
              WHEN D82A-BDAYS-LEFT NOT > WS-AMBER-BDAYS
                 MOVE 'A'                   TO WS-UNMET-RAG-CD
              WHEN OTHER
                 MOVE 'G'                   TO WS-UNMET-RAG-CD
           END-EVALUATE

           MOVE 'G'                         TO WS-OBLGN-RAG-CD
           MOVE 0                           TO D82A-DELR-CNT
                                               D82A-RQRD-CNT
                                               D82A-MET-CNT
           MOVE SPACES                      TO WS-PRIOR-DELR-ID

           MOVE 'VDPM84_OBLGN_DELR_STAT'    TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM84_OBLGN_DELR_STAT
               WHERE OBLGN_ID = :D82A-OBLGN-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-PAIR-EOF-SW
           EXEC SQL
              OPEN OBLGN_PAIR_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2400-FETCH-NEXT-PAIR
           PERFORM UNTIL NO-MORE-PAIRS
              PERFORM 2500-CHECK-ONE-PAIR
              PERFORM 2400-FETCH-NEXT-PAIR
           END-PERFORM

           EXEC SQL
              CLOSE OBLGN_PAIR_CSR
           END-EXEC

           MOVE WS-OBLGN-RAG-CD             TO D82A-RAG-CD
           EVALUATE TRUE
              WHEN D82A-RAG-RED
                 ADD 1                      TO WS-RED-CNT
              WHEN D82A-RAG-AMBER
                 ADD 1                      TO WS-AMBER-CNT
              WHEN OTHER
                 ADD 1                      TO WS-GREEN-CNT
           END-EVALUATE

           MOVE 'VDPM82_CLNT_RGLTY_OBLGN'   TO WS-TABLE-NAME
           EXEC SQL
              UPDATE VDPM82_CLNT_RGLTY_OBLGN
                 SET RAG_CD           = :D82A-RAG-CD
                    ,BDAYS_LEFT       = :D82A-BDAYS-LEFT
                    ,DELR_CNT         = :D82A-DELR-CNT
                    ,RQRD_CNT         = :D82A-RQRD-CNT
                    ,MET_CNT          = :D82A-MET-CNT
                    ,LAST_CHCK_TS     = :WS-RUN-TS
               WHERE OBLGN_ID         = :D82A-OBLGN-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 6100-REPORT-OBLIGATION
           .
      *----------------------------------*
       2300-COUNT-BUSINESS-DAYS.
      *----------------------------------*
      * BUSINESS DAYS STRICTLY AFTER TODAY UP TO AND INCLUDING THE
      * COMPLIANCE DATE; ZERO ONCE THE DATE IS TODAY OR PAST.

           MOVE '2300-COUNT-BUSINESS-DAYS'  TO WS-PARAGRAPH-NAME

           IF D82A-CMPLNC-DT < WS-TODAY-DT
              MOVE 'Y'                      TO WS-OVERDUE-SW
           ELSE
              MOVE 'N'                      TO WS-OVERDUE-SW
           END-IF

           MOVE 'C'                         TO WS-BDAY-FUNC-CD
           MOVE WS-TODAY-DT                 TO WS-BDAY-IN-DT
           MOVE D82A-CMPLNC-DT              TO WS-BDAY-END-DT
           MOVE SPACES                      TO WS-BDAY-CLNDR-ID
           CALL WS-BDAY-PROGRAM USING WS-BDAY-PASS-AREA
           IF WS-BDAY-OUT-IND = 'X'
              MOVE 'VDPM27_HLDY_CLNDR'      TO WS-TABLE-NAME
              MOVE WS-BDAY-SQLCODE          TO SQLCODE
              PERFORM 9000-SQL-ERROR
           END-IF
           MOVE WS-BDAY-OUT-DAYS            TO D82A-BDAYS-LEFT
           .
      *----------------------------------*
       2400-FETCH-NEXT-PAIR.
      *----------------------------------*
           EXEC SQL
              FETCH OBLGN_PAIR_CSR
                INTO :D84A-DELR-CMPNY-ID
                    ,:D84A-ATTRB-PRDCT-ID
                    ,:D84A-ATTRB-SUB-PRDCT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-PAIRS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2500-CHECK-ONE-PAIR.
      *----------------------------------*
      * A BLANK REQUIRED SUB-PRODUCT IS MET BY ANY SUB-PRODUCT OF THE
      * PRODUCT.  THE TEMPLATE KEPT IS THE LIVE EXECUTED ONE, ELSE THE
      * LATEST IN PROGRESS.

           MOVE '2500-CHECK-ONE-PAIR'       TO WS-PARAGRAPH-NAME
           MOVE 'VDPM14_MCA_TMPLT'          TO WS-TABLE-NAME

           ADD 1                            TO WS-PAIR-CNT
                                               D82A-RQRD-CNT
      * PAIRS COME IN DEALER ORDER; A NEW DEALER STARTS A NEW GROUP
           IF D84A-DELR-CMPNY-ID NOT = WS-PRIOR-DELR-ID
              ADD 1                         TO D82A-DELR-CNT
           END-IF
           MOVE D84A-DELR-CMPNY-ID          TO WS-PRIOR-DELR-ID

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN MCA_TMPLT_TYPE_CD = 'E'
                                        AND MCA_STAT_IN NOT IN
                                            ('L', 'X', 'T', 'V', 'S')
                                       THEN 1 ELSE 0 END), 0)
                    ,COALESCE(SUM(CASE WHEN MCA_STAT_IN IN ('X', 'T')
                                       THEN 0
                                       WHEN MCA_TMPLT_TYPE_CD = 'E'
                                        AND MCA_STAT_IN NOT IN
                                            ('L', 'V', 'S')
                                       THEN 0 ELSE 1 END), 0)
                    ,COALESCE(MAX(CASE WHEN MCA_TMPLT_TYPE_CD = 'E'
                                        AND MCA_STAT_IN NOT IN
                                            ('L', 'X', 'T', 'V', 'S')
                                       THEN MCA_TMPLT_ID END)
                             ,MAX(CASE WHEN MCA_STAT_IN NOT IN
                                            ('X', 'T')
                                       THEN MCA_TMPLT_ID END)
                             ,0)
                INTO :WS-LIVE-CNT
                    ,:WS-PEND-CNT
                    ,:D84A-MCA-TMPLT-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  DELR_CMPNY_ID  = :D84A-DELR-CMPNY-ID
                 AND  CLNT_CMPNY_ID  = :D82A-CLNT-CMPNY-ID
                 AND  ATTRB_PRDCT_ID = :D84A-ATTRB-PRDCT-ID
                 AND (:D84A-ATTRB-SUB-PRDCT-ID = ' '
                  OR  ATTRB_SUB_PRDCT_ID = :D84A-ATTRB-SUB-PRDCT-ID)
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           EVALUATE TRUE
              WHEN WS-LIVE-CNT > 0
                 SET D84A-CVRG-EXECUTED     TO TRUE
                 SET D84A-RAG-GREEN         TO TRUE
                 ADD 1                      TO D82A-MET-CNT
              WHEN WS-PEND-CNT > 0
                 SET D84A-CVRG-IN-PROGRESS  TO TRUE
                 MOVE WS-UNMET-RAG-CD       TO D84A-RAG-CD
              WHEN OTHER
                 SET D84A-CVRG-NONE         TO TRUE
                 MOVE WS-UNMET-RAG-CD       TO D84A-RAG-CD
           END-EVALUATE

           MOVE D82A-OBLGN-ID               TO D84A-OBLGN-ID
           MOVE WS-RUN-TS                   TO D84A-CHCK-TS

           MOVE 'VDPM84_OBLGN_DELR_STAT'    TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO VDPM84_OBLGN_DELR_STAT
                     (OBLGN_ID
                     ,DELR_CMPNY_ID
                     ,ATTRB_PRDCT_ID
                     ,ATTRB_SUB_PRDCT_ID
                     ,CVRG_STAT_CD
                     ,MCA_TMPLT_ID
                     ,RAG_CD
                     ,CHCK_TS)
              VALUES (:D84A-OBLGN-ID
                     ,:D84A-DELR-CMPNY-ID
                     ,:D84A-ATTRB-PRDCT-ID
                     ,:D84A-ATTRB-SUB-PRDCT-ID
                     ,:D84A-CVRG-STAT-CD
                     ,:D84A-MCA-TMPLT-ID
                     ,:D84A-RAG-CD
                     ,:D84A-CHCK-TS)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF D84A-CVRG-EXECUTED
              CONTINUE
           ELSE
              ADD 1                         TO WS-UNMET-CNT
              EVALUATE TRUE
                 WHEN D84A-RAG-RED
                    MOVE 'R'                TO WS-OBLGN-RAG-CD
                 WHEN D84A-RAG-AMBER
                    IF WS-OBLGN-RAG-CD NOT = 'R'
                       MOVE 'A'             TO WS-OBLGN-RAG-CD
                    END-IF
              END-EVALUATE
              PERFORM 6200-REPORT-UNMET-PAIR
              IF NOT D84A-RAG-GREEN
                 PERFORM 5000-ALERT-BOTH-SIDES
              END-IF
           END-IF
           .
      *----------------------------------*
       4000-CLOSE-REPORT.
      *----------------------------------*
           MOVE '4000-CLOSE-REPORT'         TO WS-PARAGRAPH-NAME

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-RED-CNT                  TO WS-CNT-ED
           STRING 'RED OBLIGATIONS        : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-AMBER-CNT                TO WS-CNT-ED
           STRING 'AMBER OBLIGATIONS      : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-GREEN-CNT                TO WS-CNT-ED
           STRING 'GREEN OBLIGATIONS      : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-UNMET-CNT                TO WS-CNT-ED
           STRING 'UNMET DEALER/PRODUCTS  : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       5000-ALERT-BOTH-SIDES.
      *----------------------------------*
           MOVE '5000-ALERT-BOTH-SIDES'     TO WS-PARAGRAPH-NAME

           MOVE 'CLIENT'                    TO WS-SIDE-CD
           MOVE D82A-CLNT-CMPNY-ID          TO WS-ADMN-CMPNY-ID
           PERFORM 5100-ALERT-ONE-SIDE

           MOVE 'DEALER'                    TO WS-SIDE-CD
           MOVE D84A-DELR-CMPNY-ID          TO WS-ADMN-CMPNY-ID
           PERFORM 5100-ALERT-ONE-SIDE
           .
      *----------------------------------*
       5100-ALERT-ONE-SIDE.
      *----------------------------------*
           MOVE '5100-ALERT-ONE-SIDE'       TO WS-PARAGRAPH-NAME
           MOVE 'VDPM03_USER_ROLE'          TO WS-TABLE-NAME
           MOVE 'N'                         TO WS-ADMN-EOF-SW

           EXEC SQL
              OPEN CMPNY_ADMN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 5200-FETCH-NEXT-ADMIN
           PERFORM UNTIL NO-MORE-ADMINS
              PERFORM 5300-RAISE-DEADLINE-ALERT
              PERFORM 5200-FETCH-NEXT-ADMIN
           END-PERFORM

           EXEC SQL
              CLOSE CMPNY_ADMN_CSR
           END-EXEC
           .
      *----------------------------------*
       5200-FETCH-NEXT-ADMIN.
      *----------------------------------*
           EXEC SQL
              FETCH CMPNY_ADMN_CSR
                INTO :WS-ADMN-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ADMINS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM03_USER_ROLE'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       5300-RAISE-DEADLINE-ALERT.
      *----------------------------------*
      * SUBJECT AND WORDING COME FROM THE RGOBDUE CATALOG ENTRY.

           MOVE '5300-RAISE-DEADLINE-ALERT' TO WS-PARAGRAPH-NAME

           MOVE 'A'                         TO WS-ASUP-FUNC-CD
           MOVE 'REGULATORY DEADLINE'       TO WS-ASUP-CAUSE-CD
           MOVE 10                          TO WS-ASUP-THRSHLD
           MOVE SPACES                      TO WS-OUTSQLCA
                                               WS-SP-ERROR-AREA
                                               WS-ALERT-SUB
                                               WS-ALERT-MSG-DT
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID
           MOVE WS-ADMN-USER-ID             TO WS-ALERT-USER-ID

           MOVE D82A-OBLGN-ID               TO WS-OBLGN-ID-ED
           MOVE D82A-BDAYS-LEFT             TO WS-BDAYS-ED

           MOVE 'RGOBDUE'                   TO WS-AV-TYPE-CD
           MOVE 10                          TO WS-AV-VAR-CNT
           MOVE 'OBLGN_ID'                  TO WS-AV-VAR-NM(1)
           MOVE WS-OBLGN-ID-ED              TO WS-AV-VAR-VALUE(1)
           MOVE 'RGME_CD'                   TO WS-AV-VAR-NM(2)
           MOVE D82A-RGME-CD                TO WS-AV-VAR-VALUE(2)
           MOVE 'CLNT_CMPNY_ID'             TO WS-AV-VAR-NM(3)
           MOVE D82A-CLNT-CMPNY-ID          TO WS-AV-VAR-VALUE(3)
           MOVE 'DELR_CMPNY_ID'             TO WS-AV-VAR-NM(4)
           MOVE D84A-DELR-CMPNY-ID          TO WS-AV-VAR-VALUE(4)
           MOVE 'PRDCT_ID'                  TO WS-AV-VAR-NM(5)
           MOVE D84A-ATTRB-PRDCT-ID         TO WS-AV-VAR-VALUE(5)
           MOVE 'SUB_PRDCT_ID'              TO WS-AV-VAR-NM(6)
           MOVE D84A-ATTRB-SUB-PRDCT-ID     TO WS-AV-VAR-VALUE(6)
           MOVE 'CMPLNC_DT'                 TO WS-AV-VAR-NM(7)
           MOVE D82A-CMPLNC-DT              TO WS-AV-VAR-VALUE(7)
           MOVE 'BDAYS_LEFT'                TO WS-AV-VAR-NM(8)
           MOVE WS-BDAYS-ED                 TO WS-AV-VAR-VALUE(8)
           MOVE 'RAG'                       TO WS-AV-VAR-NM(9)
           MOVE D84A-RAG-CD                 TO WS-AV-VAR-VALUE(9)
           MOVE 'SIDE'                      TO WS-AV-VAR-NM(10)
           MOVE WS-SIDE-CD                  TO WS-AV-VAR-VALUE(10)
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

           IF WS-SP-RC = 'SP00'
              ADD 1                         TO WS-ALERT-CNT
           ELSE
              ADD 1                         TO WS-ALERT-FAIL-CNT
              DISPLAY 'DEADLINE ALERT FAILED FOR USER '
                      WS-ADMN-USER-ID
              DISPLAY 'DPMXASUP RETURN CODE     :' WS-SP-RC
           END-IF
           .
      *----------------------------------*
       5900-FLUSH-ALERT-ROLLUPS.
      *----------------------------------*
      * END OF CYCLE: ANY ADMINISTRATOR WHOSE DEADLINE ALERTS WENT OVER
      * THE THRESHOLD GETS ONE ROLLUP ALERT WITH THE COUNT.

           MOVE '5900-FLUSH-ALERT-ROLLUPS'  TO WS-PARAGRAPH-NAME

           MOVE 'F'                         TO WS-ASUP-FUNC-CD
           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA
           .
      *----------------------------------*
       6100-REPORT-OBLIGATION.
      *----------------------------------*
           MOVE D82A-OBLGN-ID               TO WS-OBLGN-ID-ED
           MOVE D82A-BDAYS-LEFT             TO WS-BDAYS-ED
           MOVE D82A-DELR-CNT               TO WS-DELR-ED
           MOVE D82A-RQRD-CNT               TO WS-RQRD-ED
           MOVE D82A-MET-CNT                TO WS-MET-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'OBLIGATION ' WS-OBLGN-ID-ED
                  ' '  D82A-CLNT-CMPNY-ID
                  ' '  D82A-RGME-CD
                  ' DUE ' D82A-CMPLNC-DT
                  ' BUS DAYS ' WS-BDAYS-ED
                  ' DEALERS ' WS-DELR-ED
                  ' MET ' WS-MET-ED ' OF ' WS-RQRD-ED
                  ' STATUS ' D82A-RAG-CD
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       6200-REPORT-UNMET-PAIR.
      *----------------------------------*
           MOVE D82A-OBLGN-ID               TO WS-OBLGN-ID-ED
           MOVE D82A-BDAYS-LEFT             TO WS-BDAYS-ED
           MOVE D84A-MCA-TMPLT-ID           TO WS-TMPLT-ID-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING '   ' WS-OBLGN-ID-ED
                  ' '  D82A-CLNT-CMPNY-ID
                  ' '  D82A-RGME-CD
                  ' '  D84A-DELR-CMPNY-ID
                  ' '  D84A-ATTRB-PRDCT-ID
                  ' '  D84A-ATTRB-SUB-PRDCT-ID
                  ' '  D84A-CVRG-STAT-CD
                  ' '  D84A-RAG-CD
                  ' '  WS-TMPLT-ID-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-OBLGN-ID-ED
                  ',' D82A-CLNT-CMPNY-ID
                  ',' D82A-RGME-CD
                  ',' D82A-CMPLNC-DT
                  ',' WS-BDAYS-ED
                  ',' D84A-DELR-CMPNY-ID
                  ',' D84A-ATTRB-PRDCT-ID
                  ',' D84A-ATTRB-SUB-PRDCT-ID
                  ',' D84A-CVRG-STAT-CD
                  ',' D84A-RAG-CD
                  ',' WS-TMPLT-ID-ED
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
           DISPLAY 'OBLIGATIONS CHECKED      :' WS-OBLGN-CNT
           DISPLAY '  RED                    :' WS-RED-CNT
           DISPLAY '  AMBER                  :' WS-AMBER-CNT
           DISPLAY '  GREEN                  :' WS-GREEN-CNT
           DISPLAY 'DEALER/PRODUCT PAIRS     :' WS-PAIR-CNT
           DISPLAY 'UNMET PAIRS              :' WS-UNMET-CNT
           DISPLAY 'ALERTS RAISED            :' WS-ALERT-CNT
           DISPLAY 'ALERTS FAILED            :' WS-ALERT-FAIL-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXRGCK ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-RED-CNT > 0
            OR WS-ALERT-FAIL-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
