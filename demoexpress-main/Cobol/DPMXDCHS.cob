       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXDCHS.
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
      *    NAME  DPMXDCHS(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXDCHS                                            *
      *                                                                *
      * SUPPORTING-DOCUMENT EXPIRY CHASER.  DPMXDADC RECORDS AN EXPIRY *
      * DATE (DOC_EXPRY_DT) AND A DOCUMENT KIND (DOC_KIND_CD) ON EACH  *
      * UPLOAD; 9999-12-31 MEANS THE DOCUMENT DOES NOT EXPIRE.  TWO    *
      * MODES:                                                         *
      *                                                                *
      * MODE 'O' (OWNER): MAINTAINS VDPM69_CMPNY_RLSHP_OWNR, OUR       *
      * RELATIONSHIP OWNER FOR EACH COUNTERPARTY, FROM DD RLSHPOWN.    *
      * CARD: COMPANY ID X(8), BLANK, OWNER USER ID X(10).  THE        *
      * COMPANY MUST BE ON VDPM01 AND THE OWNER ON VDPM03.  A BLANK    *
      * OWNER REMOVES THE COMPANY'S ROW.                               *
      *                                                                *
      * MODE 'W' (WEEKLY):                                             *
      *   1) EVERY LIVE DOCUMENT (DOC_DEL_CD ' ') REACHING 60, 30 OR 0 *
      *      DAYS BEFORE EXPIRY SINCE THE PREVIOUS RUN RAISES A        *
      *      DOCEXPRY ALERT TO EVERY VDPM03 USER OF THE DOCUMENT'S     *
      *      COMPANY AND TO THE COMPANY'S RELATIONSHIP OWNER.  THE     *
      *      RUN INTERVAL (SYSIN CARD 3, DEFAULT 7) IS THE WIDTH OF    *
      *      EACH MILESTONE WINDOW, SO EVERY MILESTONE FIRES ONCE PER  *
      *      DOCUMENT WHEN THE JOB RUNS ON SCHEDULE.                   *
      *   2) REPORTS, VIA DPMXRPTW, EVERY COMPANY STILL TRADING ON     *
      *      EXPIRED PAPERWORK - A LIVE DOCUMENT PAST ITS EXPIRY DATE  *
      *      WHILE THE COMPANY IS DEALER OR CLIENT ON AN EXECUTED MCA  *
      *      (MCA_TMPLT_TYPE_CD 'P'/'E') THAT HAS NOT YET ENDED.       *
      *                                                                *
      * REJECTED CARDS (MODE O), OR ANY COMPANY ON THE REPORT OR ANY   *
      * FAILED ALERT (MODE W) END THE STEP WITH RC 4.                  *
      *                                                                *
      * SYSIN CARDS: 1) MODE (O / W)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *       MODE W 3) RUN INTERVAL DAYS (3 DIGITS, 001-030)          *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM12_MCA_DOC          - DOCUMENT TABLE                       *
      * VDPM69_CMPNY_RLSHP_OWNR - COUNTERPARTY RELATIONSHIP OWNER      *
      * VDPM01_MCA_CMPNY        - COMPANY TABLE                        *
      * VDPM03_CMPNY_USER       - MCA ORG USER TABLE                   *
      * VDPM14_MCA_TMPLT        - TEMPLATE TABLE (EXECUTED MCAS)       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM1201 / DPM6901                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLSHPOWN         ASSIGN TO RLSHPOWN
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RLSHPOWN
           RECORDING MODE IS F.
       01  RLSHPOWN-REC.
           05 RO-CMPNY-ID                   PIC X(8).
           05 FILLER                        PIC X(1).
           05 RO-OWNR-USER-ID               PIC X(10).
           05 FILLER                        PIC X(61).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXDCHS'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 OWNER-MODE                    VALUE 'O'.
           88 WEEKLY-MODE                   VALUE 'W'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-INTVL-X                       PIC X(3)  VALUE SPACES.
       01  WS-INTVL-DAYS                    PIC S9(4) COMP VALUE 7.
       01  WS-WINDOW-LOW                    PIC S9(4) COMP VALUE 0.
      *
       01  WS-EXPRY-DT                      PIC X(10) VALUE SPACES.
       01  WS-DAYS-LEFT                     PIC S9(9) COMP VALUE 0.
       01  WS-MILESTONE                     PIC S9(4) COMP VALUE 0.
       01  WS-ROW-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-RCPT-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-CMPNY-NM                      PIC X(40) VALUE SPACES.
       01  WS-EXPD-DOC-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-OLDEST-EXPRY-DT               PIC X(10) VALUE SPACES.
      *
       01  WS-VALUE-ID-ED                   PIC Z(17)9.
       01  WS-DAYS-ED                       PIC -(4)9.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-MILESTONE-ED                  PIC Z9.
      *
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ADDED-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-REPLACED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-REMOVED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-DOC-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-CHASED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-FAIL-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-NO-OWNR-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-EXPD-CMPNY-CNT                PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
       01  WS-USR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-USERS                 VALUE 'Y'.
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
              INCLUDE DPM1201
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM6901
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE EXPRY_DOC_CSR CURSOR FOR
                 SELECT MCA_VALUE_ID
                       ,CMPNY_ID
                       ,DOC_KIND_CD
                       ,CHAR(DOC_EXPRY_DT, ISO)
                       ,DAYS(DOC_EXPRY_DT) - DAYS(CURRENT DATE)
                 FROM   VDPM12_MCA_DOC
                 WHERE  DOC_DEL_CD   = ' '
                   AND  DOC_EXPRY_DT < '9999-12-31'
                   AND  DAYS(DOC_EXPRY_DT) - DAYS(CURRENT DATE)
                                        BETWEEN :WS-WINDOW-LOW AND 60
                 ORDER BY CMPNY_ID, MCA_VALUE_ID
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE CMPNY_USER_CSR CURSOR FOR
                 SELECT CMPNY_USER_ID
                 FROM   D0003
                 WHERE  CMPNY_ID = :D012-CMPNY-ID
                 ORDER BY CMPNY_USER_ID
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE EXPD_CMPNY_CSR CURSOR FOR
                 SELECT D012.CMPNY_ID
                       ,COUNT(*)
                       ,CHAR(MIN(D012.DOC_EXPRY_DT), ISO)
                 FROM   VDPM12_MCA_DOC D012
                 WHERE  D012.DOC_DEL_CD   = ' '
                   AND  D012.DOC_EXPRY_DT < CURRENT DATE
                   AND  EXISTS
                       (SELECT 1
                        FROM   D0006 D014
                        WHERE  D014.MCA_TMPLT_TYPE_CD IN ('P','E')
                          AND  D014.MCA_END_DT >= CURRENT DATE
                          AND (D014.DELR_CMPNY_ID = D012.CMPNY_ID
                           OR  D014.CLNT_CMPNY_ID = D012.CMPNY_ID))
                 GROUP BY D012.CMPNY_ID
                 ORDER BY D012.CMPNY_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           IF OWNER-MODE
              PERFORM 2000-LOAD-OWNERS
           ELSE
              PERFORM 3000-CHASE-EXPIRING-DOCS
              PERFORM 3900-FLUSH-ALERT-ROLLUPS
              PERFORM 4000-REPORT-EXPIRED-TRADERS
           END-IF
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
           DISPLAY WS-DASHES
           DISPLAY 'DPMXDCHS STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT OWNER-MODE AND NOT WEEKLY-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF WEEKLY-MODE
              ACCEPT WS-INTVL-X             FROM SYSIN
              IF WS-INTVL-X IS NUMERIC
                 MOVE WS-INTVL-X            TO WS-INTVL-DAYS
                 IF WS-INTVL-DAYS < 1 OR WS-INTVL-DAYS > 30
                    DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
                    MOVE 16                 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
      * A MILESTONE FIRES WHEN THE DAYS LEFT FALL INSIDE THE LAST
      * INTERVAL BEFORE IT, SO THE 0-DAY WINDOW REACHES BACK INTO
      * THE PAST BY ONE INTERVAL LESS A DAY.
              COMPUTE WS-WINDOW-LOW = 1 - WS-INTVL-DAYS
              DISPLAY 'RUN INTERVAL DAYS        :' WS-INTVL-DAYS
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-LOAD-OWNERS.
      *----------------------------------*
           MOVE '2000-LOAD-OWNERS'          TO WS-PARAGRAPH-NAME

           OPEN INPUT RLSHPOWN

           PERFORM 2100-READ-NEXT-OWNER
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 2200-APPLY-ONE-OWNER THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-OWNER
           END-PERFORM

           CLOSE RLSHPOWN
           .
      *----------------------------------*
       2100-READ-NEXT-OWNER.
      *----------------------------------*
           READ RLSHPOWN
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-APPLY-ONE-OWNER.
      *----------------------------------*
           MOVE '2200-APPLY-ONE-OWNER'      TO WS-PARAGRAPH-NAME

           IF RO-CMPNY-ID = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' RLSHPOWN-REC(1:19)
              GO TO 2200-EXIT
           END-IF

           MOVE RO-CMPNY-ID                 TO D69A-CMPNY-ID
           MOVE RO-OWNR-USER-ID             TO D69A-RLSHP-OWNR-USER-ID

           IF RO-OWNR-USER-ID = SPACES
              PERFORM 2300-REMOVE-ONE-OWNER
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM  VDPM01_MCA_CMPNY
               WHERE  CMPNY_ID = :D69A-CMPNY-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM01_MCA_CMPNY'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO CMPNY :' RLSHPOWN-REC(1:19)
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM  D0003
               WHERE  CMPNY_USER_ID = :D69A-RLSHP-OWNR-USER-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO USER  :' RLSHPOWN-REC(1:19)
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM69_CMPNY_RLSHP_OWNR
                 SET RLSHP_OWNR_USER_ID = :D69A-RLSHP-OWNR-USER-ID
                    ,ROW_UPDT_TS        = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID   = :WS-USER-ID
               WHERE CMPNY_ID           = :D69A-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPLACED-CNT
                 DISPLAY 'OWNER REPLACED           :' RLSHPOWN-REC(1:19)
              WHEN +100
                 EXEC SQL
                    INSERT INTO VDPM69_CMPNY_RLSHP_OWNR
                           (CMPNY_ID
                           ,RLSHP_OWNR_USER_ID
                           ,ROW_UPDT_TS
                           ,ROW_UPDT_USER_ID)
                    VALUES (:D69A-CMPNY-ID
                           ,:D69A-RLSHP-OWNR-USER-ID
                           ,CURRENT TIMESTAMP
                           ,:WS-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'VDPM69_CMPNY_RLSHP_OWNR'
                                            TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-ADDED-CNT
                 DISPLAY 'OWNER ADDED              :' RLSHPOWN-REC(1:19)
              WHEN OTHER
                 MOVE 'VDPM69_CMPNY_RLSHP_OWNR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-REMOVE-ONE-OWNER.
      *----------------------------------*
           MOVE '2300-REMOVE-ONE-OWNER'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              DELETE FROM VDPM69_CMPNY_RLSHP_OWNR
               WHERE CMPNY_ID = :D69A-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REMOVED-CNT
                 DISPLAY 'OWNER REMOVED            :' RLSHPOWN-REC(1:19)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT FOUND:' RLSHPOWN-REC(1:19)
              WHEN OTHER
                 MOVE 'VDPM69_CMPNY_RLSHP_OWNR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-CHASE-EXPIRING-DOCS.
      *----------------------------------*
           MOVE '3000-CHASE-EXPIRING-DOCS'  TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-EOF-SW

           EXEC SQL
              OPEN EXPRY_DOC_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM12_MCA_DOC'         TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3100-FETCH-NEXT-DOC
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-DOC-CNT
              PERFORM 3200-CHASE-ONE-DOC THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-DOC
           END-PERFORM

           EXEC SQL
              CLOSE EXPRY_DOC_CSR
           END-EXEC
           .
      *----------------------------------*
       3100-FETCH-NEXT-DOC.
      *----------------------------------*
           EXEC SQL
              FETCH EXPRY_DOC_CSR
                INTO :D012-MCA-VALUE-ID
                    ,:D012-CMPNY-ID
                    ,:D012-DOC-KIND-CD
                    ,:WS-EXPRY-DT
                    ,:WS-DAYS-LEFT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3200-CHASE-ONE-DOC.
      *----------------------------------*
           MOVE '3200-CHASE-ONE-DOC'        TO WS-PARAGRAPH-NAME

           EVALUATE TRUE
              WHEN WS-DAYS-LEFT <= 60
               AND WS-DAYS-LEFT >  60 - WS-INTVL-DAYS
                 MOVE 60                    TO WS-MILESTONE
              WHEN WS-DAYS-LEFT <= 30
               AND WS-DAYS-LEFT >  30 - WS-INTVL-DAYS
                 MOVE 30                    TO WS-MILESTONE
              WHEN WS-DAYS-LEFT <= 0
                 MOVE 0                     TO WS-MILESTONE
              WHEN OTHER
                 GO TO 3200-EXIT
           END-EVALUATE

           ADD 1                            TO WS-CHASED-CNT
           MOVE D012-MCA-VALUE-ID           TO WS-VALUE-ID-ED
           MOVE WS-DAYS-LEFT                TO WS-DAYS-ED
           MOVE WS-MILESTONE                TO WS-MILESTONE-ED
           DISPLAY 'CHASING DOC ' WS-VALUE-ID-ED
                   ' COMPANY ' D012-CMPNY-ID
                   ' EXPIRES ' WS-EXPRY-DT
                   ' (' WS-MILESTONE-ED '-DAY NOTICE)'

           MOVE 'N'                         TO WS-USR-EOF-SW
           EXEC SQL
              OPEN CMPNY_USER_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3300-FETCH-NEXT-USER
           PERFORM UNTIL NO-MORE-USERS
              PERFORM 3500-RAISE-EXPIRY-ALERT
              PERFORM 3300-FETCH-NEXT-USER
           END-PERFORM

           EXEC SQL
              CLOSE CMPNY_USER_CSR
           END-EXEC

           PERFORM 3400-GET-RLSHP-OWNER
           IF WS-RCPT-USER-ID NOT = SPACES
              PERFORM 3500-RAISE-EXPIRY-ALERT
           END-IF
           .
       3200-EXIT.
           EXIT.
      *----------------------------------*
       3300-FETCH-NEXT-USER.
      *----------------------------------*
           EXEC SQL
              FETCH CMPNY_USER_CSR
                INTO :WS-RCPT-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-USERS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3400-GET-RLSHP-OWNER.
      *----------------------------------*
           MOVE '3400-GET-RLSHP-OWNER'      TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-RCPT-USER-ID

           EXEC SQL
              SELECT RLSHP_OWNR_USER_ID
                INTO :WS-RCPT-USER-ID
                FROM  VDPM69_CMPNY_RLSHP_OWNR
               WHERE  CMPNY_ID = :D012-CMPNY-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 ADD 1                      TO WS-NO-OWNR-CNT
                 DISPLAY 'NO RELATIONSHIP OWNER FOR COMPANY '
                         D012-CMPNY-ID
              WHEN OTHER
                 MOVE 'VDPM69_CMPNY_RLSHP_OWNR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3500-RAISE-EXPIRY-ALERT.
      *----------------------------------*
           MOVE '3500-RAISE-EXPIRY-ALERT'   TO WS-PARAGRAPH-NAME

           MOVE 'A'                         TO WS-ASUP-FUNC-CD
           MOVE 'DOC EXPIRY'                TO WS-ASUP-CAUSE-CD
      * SAME DEFAULT THRESHOLD DPMXTEXP USES; PAST IT A USER'S
      * REMAINING EXPIRY ALERTS COLLAPSE INTO ONE ROLLUP.
           MOVE 10                          TO WS-ASUP-THRSHLD
           MOVE SPACES                      TO WS-OUTSQLCA
                                               WS-SP-ERROR-AREA
                                               WS-ALERT-SUB
                                               WS-ALERT-MSG-DT
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID
           MOVE WS-RCPT-USER-ID             TO WS-ALERT-USER-ID

      * SUBJECT AND WORDING COME FROM THE DOCEXPRY CATALOG ENTRY.
           MOVE 'DOCEXPRY'                  TO WS-AV-TYPE-CD
           MOVE 5                           TO WS-AV-VAR-CNT
           MOVE 'DOC_ID'                    TO WS-AV-VAR-NM(1)
           MOVE WS-VALUE-ID-ED              TO WS-AV-VAR-VALUE(1)
           MOVE 'CMPNY_ID'                  TO WS-AV-VAR-NM(2)
           MOVE D012-CMPNY-ID               TO WS-AV-VAR-VALUE(2)
           MOVE 'KIND'                      TO WS-AV-VAR-NM(3)
           MOVE D012-DOC-KIND-CD            TO WS-AV-VAR-VALUE(3)
           MOVE 'EXPRY_DT'                  TO WS-AV-VAR-NM(4)
           MOVE WS-EXPRY-DT                 TO WS-AV-VAR-VALUE(4)
           MOVE 'DAYS'                      TO WS-AV-VAR-NM(5)
           MOVE WS-DAYS-ED                  TO WS-AV-VAR-VALUE(5)
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

           IF WS-SP-RC = 'SP00'
              ADD 1                         TO WS-ALERT-CNT
           ELSE
              ADD 1                         TO WS-ALERT-FAIL-CNT
              DISPLAY 'EXPIRY ALERT FAILED FOR USER ' WS-RCPT-USER-ID
              DISPLAY 'DPMXASUP RETURN CODE     :' WS-SP-RC
           END-IF
           .
      *----------------------------------*
       3900-FLUSH-ALERT-ROLLUPS.
      *----------------------------------*
      * END OF CYCLE: ANY USER WHOSE EXPIRY ALERTS WENT OVER THE
      * THRESHOLD GETS ONE ROLLUP ALERT WITH THE COUNT AND THE
      * FIRST REFERENCES.

           MOVE '3900-FLUSH-ALERT-ROLLUPS'  TO WS-PARAGRAPH-NAME

           MOVE 'F'                         TO WS-ASUP-FUNC-CD
           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA
           .
      *----------------------------------*
       4000-REPORT-EXPIRED-TRADERS.
      *----------------------------------*
           MOVE '4000-REPORT-EXPIRED-TRADERS'
                                            TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-EOF-SW

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'COMPANIES TRADING ON EXPIRED PAPERWORK (DPMXDCHS)'
                                            TO WS-RPTW-TITLE
           MOVE 'CMPNY_ID,CMPNY_NM,EXPD_DOCS,OLDEST_EXPRY,RLSHP_OWNR'
                                            TO WS-RPTW-CSV
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN EXPD_CMPNY_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM12_MCA_DOC'         TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4100-FETCH-NEXT-EXPD-CMPNY
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-EXPD-CMPNY-CNT
              PERFORM 4200-REPORT-ONE-CMPNY
              PERFORM 4100-FETCH-NEXT-EXPD-CMPNY
           END-PERFORM

           EXEC SQL
              CLOSE EXPD_CMPNY_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-EXPD-CMPNY-CNT           TO WS-CNT-ED
           STRING 'COMPANIES TRADING ON EXPIRED PAPERWORK: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       4100-FETCH-NEXT-EXPD-CMPNY.
      *----------------------------------*
           EXEC SQL
              FETCH EXPD_CMPNY_CSR
                INTO :D012-CMPNY-ID
                    ,:WS-EXPD-DOC-CNT
                    ,:WS-OLDEST-EXPRY-DT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-REPORT-ONE-CMPNY.
      *----------------------------------*
           MOVE '4200-REPORT-ONE-CMPNY'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT SUBSTR(CMPNY_NM, 1, 40)
                INTO :WS-CMPNY-NM
                FROM  VDPM01_MCA_CMPNY
               WHERE  CMPNY_ID = :D012-CMPNY-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE SPACES                TO WS-CMPNY-NM
              WHEN OTHER
                 MOVE 'VDPM01_MCA_CMPNY'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           PERFORM 3400-GET-RLSHP-OWNER
           IF WS-RCPT-USER-ID = SPACES
              MOVE '*NONE*'                 TO WS-RCPT-USER-ID
           END-IF

           MOVE WS-EXPD-DOC-CNT             TO WS-CNT-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING D012-CMPNY-ID
                  '  ' WS-CMPNY-NM
                  '  ' WS-CNT-ED
                  '  ' WS-OLDEST-EXPRY-DT
                  '  ' WS-RCPT-USER-ID
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING D012-CMPNY-ID
                  ',' WS-CMPNY-NM
                  ',' WS-CNT-ED
                  ',' WS-OLDEST-EXPRY-DT
                  ',' WS-RCPT-USER-ID
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
           IF OWNER-MODE
              DISPLAY 'CARDS READ               :' WS-CARD-CNT
              DISPLAY 'OWNERS ADDED             :' WS-ADDED-CNT
              DISPLAY 'OWNERS REPLACED          :' WS-REPLACED-CNT
              DISPLAY 'OWNERS REMOVED           :' WS-REMOVED-CNT
              DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
           ELSE
              DISPLAY 'DOCUMENTS IN WINDOW      :' WS-DOC-CNT
              DISPLAY 'DOCUMENTS CHASED         :' WS-CHASED-CNT
              DISPLAY 'ALERTS RAISED            :' WS-ALERT-CNT
              DISPLAY 'ALERTS FAILED            :' WS-ALERT-FAIL-CNT
              DISPLAY 'NO RELATIONSHIP OWNER    :' WS-NO-OWNR-CNT
              DISPLAY 'COMPANIES ON EXPIRED DOCS:' WS-EXPD-CMPNY-CNT
           END-IF
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXDCHS ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
            OR WS-ALERT-FAIL-CNT > 0
            OR WS-EXPD-CMPNY-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
