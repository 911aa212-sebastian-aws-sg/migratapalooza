       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXPRVC.
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
      *    NAME  DPMXPRVC(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXPRVC                                            *
      *                                                                *
      * DATA-SUBJECT PRIVACY REQUESTS FOR ONE COMPANY USER, RUN BY     *
      * THE PRIVACY OFFICE AGAINST A CASE REFERENCE.  TWO MODES:       *
      *                                                                *
      *   'A' ACCESS  - A READABLE REPORT (DD RPTPRNT / DD RPTCSV      *
      *                 THROUGH DPMXRPTW) OF EVERYTHING HELD ABOUT    *
      *                 THE USER: VDPM03 PROFILE ROWS AND ROLES, THE  *
      *                 VDPM26 ACTION LOG, VDPM11 COMMENTS THEY       *
      *                 WROTE, THE VDPM31 DOCUMENT-ACCESS LOG AND     *
      *                 VDPM44 EMAIL SUPPRESSION ROWS.                *
      *   'E' ERASURE - PSEUDONYMIZES THE USER.  A PSEUDONYM          *
      *                 'PRVNNNNNNN' IS TAKEN FROM THE REQUEST        *
      *                 NUMBER, THEN IN ONE UNIT OF WORK:             *
      *                   - VDPM44 SUPPRESSION ROWS FOR THE USER OR   *
      *                     THEIR ADDRESSES ARE DELETED (BOUNCE       *
      *                     TRACKING, NOT A BUSINESS RECORD)          *
      *                   - VDPM11 COMMENT AUTHORSHIP AND VDPM31      *
      *                     ACCESS ROWS MOVE TO THE PSEUDONYM; THE    *
      *                     COMMENTS AND TIMESTAMPS THEMSELVES STAY   *
      *                   - EVERY VDPM03 ROW FOR THE USER LOSES ITS   *
      *                     NAME ('ERASED USER' + PSEUDONYM), EMAIL,  *
      *                     PHONE AND UMG LINK ('OFFBOARD', SO THE    *
      *                     SIGN-ON DIES AND NO JOB MAILS THEM)       *
      *                 THE VDPM26 ACTION LOG IS NOT TOUCHED - ITS    *
      *                 ROWS ARE SEALED BY DPMXALOG AND ANY CHANGE    *
      *                 WOULD BREAK THE HASH CHAIN.  ONCE THE         *
      *                 PROFILE IS ERASED ITS USER ID NO LONGER       *
      *                 IDENTIFIES A PERSON.                          *
      *                                                                *
      * AN ERASURE FOR A USER OF ANY COMPANY UNDER LEGAL HOLD          *
      * (DPMXLHCK) IS REFUSED WITH RETURN CODE 4 AND NOTHING CHANGES.  *
      * AN ACCESS REQUEST DESTROYS NOTHING AND IS ALWAYS ANSWERED.     *
      * A USER WITH NO VDPM03 ROW ENDS WITH RETURN CODE 4.             *
      *                                                                *
      * EVERY REQUEST - COMPLETED, REFUSED OR NOT FOUND - IS LOGGED    *
      * ON VDPM92_PRVCY_RQST FOR THE PRIVACY OFFICE WITH THE CASE      *
      * REFERENCE, REQUESTER, ROW COUNT AND (FOR AN ERASURE) THE       *
      * PSEUDONYM THE USER'S ROWS NOW CARRY.                           *
      *                                                                *
      * SYSIN CARDS: 1) MODE ('A' ACCESS, 'E' ERASURE)                 *
      *              2) COMPANY USER ID OF THE DATA SUBJECT (10)       *
      *              3) REQUESTING USER ID (10)                        *
      *              4) PRIVACY CASE REFERENCE (30)                    *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM03_CMPNY_USER, VDPM03_USER_ROLE, VDPM26_USER_ACTN_LOG,     *
      * VDPM11_MCA_CMNT, VDPM31_DOC_ACCS_LOG, VDPM44_EMAIL_SPRSN,      *
      * VDPM92_PRVCY_RQST                                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM0301 / DPM0302 / DPM2601 / DPM1101 / DPM3101 /      *
      * DPM4401 / DPM9201                                              *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXLHCK - LEGAL-HOLD CHECK BEFORE AN ERASURE                  *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXPRVC'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
       01  WS-FINAL-RC                      PIC S9(4) COMP VALUE 0.
      *
       01  WS-RUN-MODE                      PIC X(01) VALUE SPACES.
           88 ACCESS-MODE                   VALUE 'A'.
           88 ERASURE-MODE                  VALUE 'E'.
       01  WS-SUBJ-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-CASE-RFRNC-TX                 PIC X(30) VALUE SPACES.
      *
       01  WS-RQST-NB                       PIC 9(07).
       01  WS-PSDNM-USER-ID                 PIC X(10) VALUE SPACES.
       01  WS-PSDNM-NM                      PIC X(200) VALUE SPACES.
       01  WS-HELD-CMPNY-ID                 PIC X(08) VALUE SPACES.
      *
       01  WS-PRFL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-SECT-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-TOTAL-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-SPRSN-DEL-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-CMNT-UPD-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-ACCS-UPD-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-PRFL-UPD-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-VALUE-ID-ED                   PIC Z(17)9.
       01  WS-BNC-CNT-ED                    PIC Z(8)9.
      *
       01  WS-HELD-SW                       PIC X(01) VALUE 'N'.
           88 USER-ON-HOLD                  VALUE 'Y'.
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
      *
       01  WS-SECT-NM                       PIC X(20) VALUE SPACES.
       01  WS-SECT-HDG.
           05 FILLER                        PIC X(10) VALUE 'COMPANY'.
           05 FILLER                        PIC X(22) VALUE
              'REFERENCE'.
           05 FILLER                        PIC X(28) VALUE
              'TIMESTAMP'.
           05 FILLER                        PIC X(70) VALUE
              'DETAIL'.
      *
       01  WS-DTL-LINE.
           05 DL-CMPNY-ID                   PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-RFRNC-TX                   PIC X(20).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-TS                         PIC X(26).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-DTL-TX                     PIC X(70).
      *
       01  WS-LHCK-PROGRAM                  PIC X(08)
                                            VALUE 'DPMXLHCK'.
       01  WS-LHCK-PASS-AREA.
           05 WS-LHCK-CMPNY-ID              PIC X(08).
           05 WS-LHCK-TMPLT-ID              PIC S9(9) COMP.
           05 WS-LHCK-HELD-IN               PIC X(01).
              88 WS-LHCK-HELD               VALUE 'Y'.
           05 WS-LHCK-SQLCODE               PIC S9(9) COMP.
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
              INCLUDE DPM0301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0302
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM2601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1101
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM3101
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM4401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM9201
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE PRFL_CSR CURSOR FOR
                 SELECT CMPNY_ID
                       ,CMPNY_USER_NM
                       ,CMPNY_USER_EMAIL_ID
                       ,CMPNY_USER_PHONE_NB
                       ,UMG_USER_ID
                       ,CHAR(ROW_UPDT_TS)
                 FROM   VDPM03_CMPNY_USER
                 WHERE  CMPNY_USER_ID = :WS-SUBJ-USER-ID
                 ORDER BY CMPNY_ID
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE ROLE_CSR CURSOR FOR
                 SELECT ROLE_CD
                       ,CHAR(ROW_UPDT_TS)
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM03_USER_ROLE
                 WHERE  CMPNY_USER_ID = :WS-SUBJ-USER-ID
                 ORDER BY ROLE_CD
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE ACTN_LOG_CSR CURSOR FOR
                 SELECT CMPNY_ID
                       ,MCA_TMPLT_ID
                       ,CHAR(ACTN_TS)
                       ,ACTN_CD
                       ,ACTN_DTL_TX
                 FROM   VDPM26_USER_ACTN_LOG
                 WHERE  CMPNY_USER_ID = :WS-SUBJ-USER-ID
                 ORDER BY ACTN_TS
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE CMNT_CSR CURSOR FOR
                 SELECT POST_CMPNY_ID
                       ,MCA_VALUE_ID
                       ,CHAR(ROW_UPDT_TS)
                       ,CMNT_VSBL_CD
                       ,CMNT_TX
                 FROM   VDPM11_MCA_CMNT
                 WHERE  ROW_UPDT_USER_ID = :WS-SUBJ-USER-ID
                 ORDER BY ROW_UPDT_TS
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE DOC_ACCS_CSR CURSOR FOR
                 SELECT CMPNY_ID
                       ,MCA_VALUE_ID
                       ,CHAR(ACCS_TS)
                       ,ACCS_TYPE_CD
                 FROM   VDPM31_DOC_ACCS_LOG
                 WHERE  CMPNY_USER_ID = :WS-SUBJ-USER-ID
                 ORDER BY ACCS_TS
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE SPRSN_CSR CURSOR FOR
                 SELECT CMPNY_USER_EMAIL_ID
                       ,SPRSN_STAT_CD
                       ,CHAR(FRST_BNC_TS)
                       ,BNC_CNT
                       ,BNC_RSN_TX
                 FROM   VDPM44_EMAIL_SPRSN
                 WHERE  CMPNY_USER_ID = :WS-SUBJ-USER-ID
                 ORDER BY FRST_BNC_TS
                 WITH UR
           END-EXEC
      *
           EXEC SQL
              DECLARE HOLD_CMPNY_CSR CURSOR FOR
                 SELECT DISTINCT CMPNY_ID
                 FROM   VDPM03_CMPNY_USER
                 WHERE  CMPNY_USER_ID = :WS-SUBJ-USER-ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
           PERFORM 5000-LOG-REQUEST
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
           DISPLAY 'DPMXPRVC STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-SUBJ-USER-ID           FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-CASE-RFRNC-TX          FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'DATA SUBJECT USER ID     :' WS-SUBJ-USER-ID
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'PRIVACY CASE REFERENCE   :' WS-CASE-RFRNC-TX
           DISPLAY WS-DASHES

           IF WS-SUBJ-USER-ID = SPACES
            OR WS-USER-ID = SPACES
            OR WS-CASE-RFRNC-TX = SPACES
            OR NOT (ACCESS-MODE OR ERASURE-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SET :D092-PRVCY-RQST-ID = (NEXT VALUE FOR DPM.SQDPM092)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM92_PRVCY_RQST'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D092-PRVCY-RQST-ID          TO WS-RQST-NB
           MOVE SPACES                      TO D092-PSDNM-USER-ID
           MOVE 'C'                         TO D092-RQST-STAT-CD
           MOVE 0                           TO D092-ROW-CNT
           MOVE SPACES                      TO D092-RSLT-TX
           .
      *----------------------------------*
       2000-PROCESS-REQUEST.
      *----------------------------------*
           MOVE '2000-PROCESS-REQUEST'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PRFL-CNT
                FROM  VDPM03_CMPNY_USER
               WHERE  CMPNY_USER_ID = :WS-SUBJ-USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-PRFL-CNT = 0
              MOVE 'N'                      TO D092-RQST-STAT-CD
              MOVE 'NO VDPM03_CMPNY_USER ROW FOR THIS USER ID'
                                            TO D092-RSLT-TX
              MOVE 4                        TO WS-FINAL-RC
              GO TO 2000-EXIT
           END-IF

           IF ACCESS-MODE
              PERFORM 3000-ACCESS-REPORT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-CHECK-LEGAL-HOLD
           IF USER-ON-HOLD
              MOVE 'R'                      TO D092-RQST-STAT-CD
              STRING 'ERASURE REFUSED - COMPANY ' WS-HELD-CMPNY-ID
                     ' IS UNDER LEGAL HOLD'
                     DELIMITED BY SIZE INTO D092-RSLT-TX
              END-STRING
              MOVE 4                        TO WS-FINAL-RC
              GO TO 2000-EXIT
           END-IF

           PERFORM 4000-ERASE-USER
           .
       2000-EXIT.
           EXIT.
      *----------------------------------*
       2100-CHECK-LEGAL-HOLD.
      *----------------------------------*
      * THE USER'S DATA BELONGS TO EVERY COMPANY THEY ARE SET UP
      * UNDER; A HOLD ON ANY ONE OF THEM PRESERVES ALL OF IT.
           MOVE '2100-CHECK-LEGAL-HOLD'     TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-EOF-SW

           EXEC SQL
              OPEN HOLD_CMPNY_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ROWS OR USER-ON-HOLD
              EXEC SQL
                 FETCH HOLD_CMPNY_CSR
                  INTO :D003-CMPNY-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE D003-CMPNY-ID      TO WS-LHCK-CMPNY-ID
                    MOVE 0                  TO WS-LHCK-TMPLT-ID
                    MOVE 'N'                TO WS-LHCK-HELD-IN
                    CALL WS-LHCK-PROGRAM USING WS-LHCK-PASS-AREA
                    IF WS-LHCK-HELD
                       MOVE D003-CMPNY-ID   TO WS-HELD-CMPNY-ID
                       SET USER-ON-HOLD     TO TRUE
                    END-IF
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM03_CMPNY_USER' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE HOLD_CMPNY_CSR
           END-EXEC
           .
      *----------------------------------*
       3000-ACCESS-REPORT.
      *----------------------------------*
      * ONE REPORT SECTION PER TABLE HOLDING THE USER'S DATA, EACH
      * CLOSED BY ITS ROW COUNT.
           MOVE '3000-ACCESS-REPORT'        TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'PERSONAL DATA HELD FOR USER ' WS-SUBJ-USER-ID
                  ' (DPMXPRVC)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'SECTION,CMPNY_ID,REFERENCE,TIMESTAMP,DETAIL'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'PRIVACY CASE ' WS-CASE-RFRNC-TX
                  '   REQUESTED BY ' WS-USER-ID
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM 3100-REPORT-PROFILE
           PERFORM 3200-REPORT-ROLES
           PERFORM 3300-REPORT-ACTION-LOG
           PERFORM 3400-REPORT-COMMENTS
           PERFORM 3500-REPORT-DOC-ACCESS
           PERFORM 3600-REPORT-SUPPRESSION

           MOVE WS-TOTAL-CNT                TO WS-CNT-ED
           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'ROWS HELD FOR USER ' WS-SUBJ-USER-ID ': '
                  WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE WS-TOTAL-CNT                TO D092-ROW-CNT
           MOVE 'ACCESS REPORT PRODUCED'    TO D092-RSLT-TX
           .
      *----------------------------------*
       3100-REPORT-PROFILE.
      *----------------------------------*
      * ONE PROFILE ROW PER COMPANY THE USER IS SET UP UNDER; EACH
      * PERSONAL FIELD PRINTS ON A LINE OF ITS OWN.
           MOVE '3100-REPORT-PROFILE'       TO WS-PARAGRAPH-NAME
           MOVE 'USER PROFILE'              TO WS-SECT-NM
           PERFORM 8000-SECTION-HEADING

           EXEC SQL
              OPEN PRFL_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH PRFL_CSR
                  INTO :D003-CMPNY-ID
                      ,:D003-CMPNY-USER-NM
                      ,:D003-CMPNY-USER-EMAIL-ID
                      ,:D003-CMPNY-USER-PHONE-NB
                      ,:D003-UMG-USER-ID
                      ,:D003-ROW-UPDT-TS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-SECT-CNT
                    MOVE D003-CMPNY-ID      TO DL-CMPNY-ID
                    MOVE D003-ROW-UPDT-TS   TO DL-TS
                    MOVE 'NAME'             TO DL-RFRNC-TX
                    MOVE D003-CMPNY-USER-NM TO DL-DTL-TX
                    PERFORM 8100-WRITE-DETAIL
                    MOVE 'EMAIL'            TO DL-RFRNC-TX
                    MOVE D003-CMPNY-USER-EMAIL-ID
                                            TO DL-DTL-TX
                    PERFORM 8100-WRITE-DETAIL
                    MOVE 'PHONE'            TO DL-RFRNC-TX
                    MOVE D003-CMPNY-USER-PHONE-NB
                                            TO DL-DTL-TX
                    PERFORM 8100-WRITE-DETAIL
                    MOVE 'UMG USER ID'      TO DL-RFRNC-TX
                    MOVE D003-UMG-USER-ID   TO DL-DTL-TX
                    PERFORM 8100-WRITE-DETAIL
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM03_CMPNY_USER' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE PRFL_CSR
           END-EXEC
           PERFORM 8200-SECTION-TOTAL
           .
      *----------------------------------*
       3200-REPORT-ROLES.
      *----------------------------------*
           MOVE '3200-REPORT-ROLES'         TO WS-PARAGRAPH-NAME
           MOVE 'USER ROLES'                TO WS-SECT-NM
           PERFORM 8000-SECTION-HEADING

           EXEC SQL
              OPEN ROLE_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_USER_ROLE'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH ROLE_CSR
                  INTO :D03R-ROLE-CD
                      ,:D03R-ROW-UPDT-TS
                      ,:D03R-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-SECT-CNT
                    MOVE SPACES             TO DL-CMPNY-ID
                                               DL-DTL-TX
                    MOVE D03R-ROLE-CD       TO DL-RFRNC-TX
                    MOVE D03R-ROW-UPDT-TS   TO DL-TS
                    STRING 'GRANTED BY ' D03R-ROW-UPDT-USER-ID
                           DELIMITED BY SIZE INTO DL-DTL-TX
                    END-STRING
                    PERFORM 8100-WRITE-DETAIL
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM03_USER_ROLE' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE ROLE_CSR
           END-EXEC
           PERFORM 8200-SECTION-TOTAL
           .
      *----------------------------------*
       3300-REPORT-ACTION-LOG.
      *----------------------------------*
           MOVE '3300-REPORT-ACTION-LOG'    TO WS-PARAGRAPH-NAME
           MOVE 'ACTION LOG'                TO WS-SECT-NM
           PERFORM 8000-SECTION-HEADING

           EXEC SQL
              OPEN ACTN_LOG_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM26_USER_ACTN_LOG'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH ACTN_LOG_CSR
                  INTO :D26A-CMPNY-ID
                      ,:D26A-MCA-TMPLT-ID
                      ,:D26A-ACTN-TS
                      ,:D26A-ACTN-CD
                      ,:D26A-ACTN-DTL-TX
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-SECT-CNT
                    MOVE SPACES             TO DL-RFRNC-TX
                                               DL-DTL-TX
                    MOVE D26A-CMPNY-ID      TO DL-CMPNY-ID
                    MOVE D26A-MCA-TMPLT-ID  TO WS-TMPLT-ID-ED
                    STRING 'TEMPLATE ' WS-TMPLT-ID-ED
                           DELIMITED BY SIZE INTO DL-RFRNC-TX
                    END-STRING
                    MOVE D26A-ACTN-TS       TO DL-TS
                    STRING 'ACTION ' D26A-ACTN-CD ' '
                           D26A-ACTN-DTL-TX(1:60)
                           DELIMITED BY SIZE INTO DL-DTL-TX
                    END-STRING
                    PERFORM 8100-WRITE-DETAIL
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM26_USER_ACTN_LOG' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE ACTN_LOG_CSR
           END-EXEC
           PERFORM 8200-SECTION-TOTAL
           .
      *----------------------------------*
       3400-REPORT-COMMENTS.
      *----------------------------------*
      * THE FIRST 60 CHARACTERS OF EACH COMMENT IDENTIFY IT; THE
      * FULL TEXT IS ON THE VALUE'S COMMENT THREAD.
           MOVE '3400-REPORT-COMMENTS'      TO WS-PARAGRAPH-NAME
           MOVE 'COMMENTS AUTHORED'         TO WS-SECT-NM
           PERFORM 8000-SECTION-HEADING

           EXEC SQL
              OPEN CMNT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM11_MCA_CMNT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ROWS
              MOVE SPACES                   TO D011-CMNT-TX-TEXT(1:60)
              EXEC SQL
                 FETCH CMNT_CSR
                  INTO :D011-POST-CMPNY-ID
                      ,:D011-MCA-VALUE-ID
                      ,:D011-ROW-UPDT-TS
                      ,:D011-CMNT-VSBL-CD
                      ,:D011-CMNT-TX
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-SECT-CNT
                    MOVE SPACES             TO DL-RFRNC-TX
                                               DL-DTL-TX
                    MOVE D011-POST-CMPNY-ID TO DL-CMPNY-ID
                    MOVE D011-MCA-VALUE-ID  TO WS-VALUE-ID-ED
                    STRING 'VALUE ' WS-VALUE-ID-ED
                           DELIMITED BY SIZE INTO DL-RFRNC-TX
                    END-STRING
                    MOVE D011-ROW-UPDT-TS   TO DL-TS
                    STRING '(' D011-CMNT-VSBL-CD ') '
                           D011-CMNT-TX-TEXT(1:60)
                           DELIMITED BY SIZE INTO DL-DTL-TX
                    END-STRING
                    PERFORM 8100-WRITE-DETAIL
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM11_MCA_CMNT'  TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE CMNT_CSR
           END-EXEC
           PERFORM 8200-SECTION-TOTAL
           .
      *----------------------------------*
       3500-REPORT-DOC-ACCESS.
      *----------------------------------*
           MOVE '3500-REPORT-DOC-ACCESS'    TO WS-PARAGRAPH-NAME
           MOVE 'DOCUMENT ACCESS LOG'       TO WS-SECT-NM
           PERFORM 8000-SECTION-HEADING

           EXEC SQL
              OPEN DOC_ACCS_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM31_DOC_ACCS_LOG'    TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH DOC_ACCS_CSR
                  INTO :D31A-CMPNY-ID
                      ,:D31A-MCA-VALUE-ID
                      ,:D31A-ACCS-TS
                      ,:D31A-ACCS-TYPE-CD
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-SECT-CNT
                    MOVE SPACES             TO DL-RFRNC-TX
                    MOVE D31A-CMPNY-ID      TO DL-CMPNY-ID
                    MOVE D31A-MCA-VALUE-ID  TO WS-VALUE-ID-ED
                    STRING 'VALUE ' WS-VALUE-ID-ED
                           DELIMITED BY SIZE INTO DL-RFRNC-TX
                    END-STRING
                    MOVE D31A-ACCS-TS       TO DL-TS
                    EVALUATE TRUE
                       WHEN D31A-ACCS-DOWNLOAD
                          MOVE 'DOCUMENT DOWNLOADED'
                                            TO DL-DTL-TX
                       WHEN D31A-ACCS-LIST
                          MOVE 'DOCUMENT LIST VIEWED'
                                            TO DL-DTL-TX
                       WHEN OTHER
                          MOVE D31A-ACCS-TYPE-CD
                                            TO DL-DTL-TX
                    END-EVALUATE
                    PERFORM 8100-WRITE-DETAIL
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM31_DOC_ACCS_LOG' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE DOC_ACCS_CSR
           END-EXEC
           PERFORM 8200-SECTION-TOTAL
           .
      *----------------------------------*
       3600-REPORT-SUPPRESSION.
      *----------------------------------*
           MOVE '3600-REPORT-SUPPRESSION'   TO WS-PARAGRAPH-NAME
           MOVE 'EMAIL SUPPRESSION'         TO WS-SECT-NM
           PERFORM 8000-SECTION-HEADING

           EXEC SQL
              OPEN SPRSN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM44_EMAIL_SPRSN'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH SPRSN_CSR
                  INTO :D44A-CMPNY-USER-EMAIL-ID
                      ,:D44A-SPRSN-STAT-CD
                      ,:D44A-FRST-BNC-TS
                      ,:D44A-BNC-CNT
                      ,:D44A-BNC-RSN-TX
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-SECT-CNT
                    MOVE SPACES             TO DL-CMPNY-ID
                                               DL-RFRNC-TX
                                               DL-DTL-TX
                    MOVE D44A-BNC-CNT       TO WS-BNC-CNT-ED
                    STRING 'STATUS ' D44A-SPRSN-STAT-CD
                           ' BOUNCES ' WS-BNC-CNT-ED
                           DELIMITED BY SIZE INTO DL-RFRNC-TX
                    END-STRING
                    MOVE D44A-FRST-BNC-TS   TO DL-TS
                    MOVE D44A-CMPNY-USER-EMAIL-ID
                                            TO DL-DTL-TX
                    PERFORM 8100-WRITE-DETAIL
                    MOVE 'BOUNCE REASON'    TO DL-RFRNC-TX
                    MOVE SPACES             TO DL-TS
                    MOVE D44A-BNC-RSN-TX    TO DL-DTL-TX
                    PERFORM 8100-WRITE-DETAIL
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM44_EMAIL_SPRSN' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE SPRSN_CSR
           END-EXEC
           PERFORM 8200-SECTION-TOTAL
           .
      *----------------------------------*
       4000-ERASE-USER.
      *----------------------------------*
      * THE SUPPRESSION ROWS GO FIRST, WHILE VDPM03 STILL NAMES THE
      * ADDRESSES THEY ARE KEYED ON.  VDPM26 IS DELIBERATELY LEFT
      * ALONE - SEE THE PROGRAM DOCUMENTATION.
           MOVE '4000-ERASE-USER'           TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-PSDNM-USER-ID
                                               WS-PSDNM-NM
           STRING 'PRV' WS-RQST-NB
                  DELIMITED BY SIZE INTO WS-PSDNM-USER-ID
           END-STRING
           STRING 'ERASED USER ' WS-PSDNM-USER-ID
                  DELIMITED BY SIZE INTO WS-PSDNM-NM
           END-STRING
           MOVE WS-PSDNM-USER-ID            TO D092-PSDNM-USER-ID

           PERFORM 4100-DELETE-SUPPRESSION
           PERFORM 4200-PSEUDONYMIZE-COMMENTS
           PERFORM 4300-PSEUDONYMIZE-DOC-ACCESS
           PERFORM 4400-ERASE-PROFILE

           COMPUTE D092-ROW-CNT = WS-SPRSN-DEL-CNT + WS-CMNT-UPD-CNT
                                + WS-ACCS-UPD-CNT + WS-PRFL-UPD-CNT
           MOVE D092-ROW-CNT                TO WS-CNT-ED
           STRING 'ERASED AS PSEUDONYM ' WS-PSDNM-USER-ID
                  ' - ROWS CHANGED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO D092-RSLT-TX
           END-STRING
           .
      *----------------------------------*
       4100-DELETE-SUPPRESSION.
      *----------------------------------*
           MOVE '4100-DELETE-SUPPRESSION'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              DELETE FROM VDPM44_EMAIL_SPRSN
               WHERE CMPNY_USER_ID = :WS-SUBJ-USER-ID
                  OR CMPNY_USER_EMAIL_ID IN
                     (SELECT CMPNY_USER_EMAIL_ID
                        FROM VDPM03_CMPNY_USER
                       WHERE CMPNY_USER_ID        = :WS-SUBJ-USER-ID
                         AND CMPNY_USER_EMAIL_ID <> ' ')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-SPRSN-DEL-CNT
              WHEN OTHER
                 MOVE 'VDPM44_EMAIL_SPRSN'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-PSEUDONYMIZE-COMMENTS.
      *----------------------------------*
      * ONLY THE AUTHOR CHANGES; ROW_UPDT_TS IS WHEN THE COMMENT WAS
      * POSTED AND IS PART OF THE BUSINESS RECORD.
           MOVE '4200-PSEUDONYMIZE-COMMENTS' TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM11_MCA_CMNT
                 SET ROW_UPDT_USER_ID = :WS-PSDNM-USER-ID
               WHERE ROW_UPDT_USER_ID = :WS-SUBJ-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-CMNT-UPD-CNT
              WHEN OTHER
                 MOVE 'VDPM11_MCA_CMNT'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4300-PSEUDONYMIZE-DOC-ACCESS.
      *----------------------------------*
           MOVE '4300-PSEUDONYMIZE-DOC-ACCESS' TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM31_DOC_ACCS_LOG
                 SET CMPNY_USER_ID = :WS-PSDNM-USER-ID
               WHERE CMPNY_USER_ID = :WS-SUBJ-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-ACCS-UPD-CNT
              WHEN OTHER
                 MOVE 'VDPM31_DOC_ACCS_LOG' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4400-ERASE-PROFILE.
      *----------------------------------*
      * THE USER ID STAYS AS THE KEY THE SEALED ACTION LOG AND THE
      * BUSINESS TABLES HOLD; EVERYTHING THAT NAMES OR REACHES THE
      * PERSON GOES.  'OFFBOARD' IS THE MARKER DPMXUOFF SETS AND
      * EVERY USER-FACING JOB ALREADY SKIPS.
           MOVE '4400-ERASE-PROFILE'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM03_CMPNY_USER
                 SET CMPNY_USER_NM       = :WS-PSDNM-NM
                    ,CMPNY_USER_EMAIL_ID = ' '
                    ,CMPNY_USER_PHONE_NB = ' '
                    ,UMG_USER_ID         = 'OFFBOARD'
                    ,ROW_UPDT_TS         = CURRENT TIMESTAMP
               WHERE CMPNY_USER_ID       = :WS-SUBJ-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-PRFL-UPD-CNT
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       5000-LOG-REQUEST.
      *----------------------------------*
      * THE PRIVACY OFFICE'S RECORD OF THE REQUEST COMMITS WITH THE
      * ERASURE ITSELF, SO ONE NEVER EXISTS WITHOUT THE OTHER.
           MOVE '5000-LOG-REQUEST'          TO WS-PARAGRAPH-NAME

           MOVE WS-SUBJ-USER-ID             TO D092-CMPNY-USER-ID
           MOVE WS-RUN-MODE                 TO D092-RQST-TYPE-CD
           MOVE WS-CASE-RFRNC-TX            TO D092-CASE-RFRNC-TX
           MOVE WS-USER-ID                  TO D092-RQST-USER-ID

           EXEC SQL
              INSERT INTO VDPM92_PRVCY_RQST
              ( PRVCY_RQST_ID,
                CMPNY_USER_ID,
                RQST_TYPE_CD,
                RQST_STAT_CD,
                PSDNM_USER_ID,
                CASE_RFRNC_TX,
                RQST_USER_ID,
                RQST_TS,
                ROW_CNT,
                RSLT_TX)
              VALUES(:D092-PRVCY-RQST-ID,
                     :D092-CMPNY-USER-ID,
                     :D092-RQST-TYPE-CD,
                     :D092-RQST-STAT-CD,
                     :D092-PSDNM-USER-ID,
                     :D092-CASE-RFRNC-TX,
                     :D092-RQST-USER-ID,
                     CURRENT TIMESTAMP,
                     :D092-ROW-CNT,
                     :D092-RSLT-TX)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM92_PRVCY_RQST'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       8000-SECTION-HEADING.
      *----------------------------------*
           MOVE 0                           TO WS-SECT-CNT
           MOVE 'N'                         TO WS-EOF-SW

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           MOVE WS-SECT-NM                  TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           MOVE WS-SECT-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       8100-WRITE-DETAIL.
      *----------------------------------*
           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-DTL-LINE                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-SECT-NM
                  ',' DL-CMPNY-ID
                  ',' DL-RFRNC-TX
                  ',' DL-TS
                  ',' DL-DTL-TX
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       8200-SECTION-TOTAL.
      *----------------------------------*
           ADD WS-SECT-CNT                  TO WS-TOTAL-CNT
           MOVE WS-SECT-CNT                 TO WS-CNT-ED

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING WS-SECT-NM ' ROWS: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
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
           DISPLAY 'PRIVACY REQUEST ID       :' D092-PRVCY-RQST-ID
           DISPLAY 'REQUEST STATUS           :' D092-RQST-STAT-CD
           DISPLAY 'RESULT                   :' D092-RSLT-TX
           IF ACCESS-MODE
              DISPLAY 'ROWS REPORTED            :' WS-TOTAL-CNT
           ELSE
              DISPLAY 'PSEUDONYM                :' WS-PSDNM-USER-ID
              DISPLAY 'PROFILE ROWS ERASED      :' WS-PRFL-UPD-CNT
              DISPLAY 'COMMENTS PSEUDONYMIZED   :' WS-CMNT-UPD-CNT
              DISPLAY 'DOC ACCESS ROWS MOVED    :' WS-ACCS-UPD-CNT
              DISPLAY 'SUPPRESSION ROWS DELETED :' WS-SPRSN-DEL-CNT
           END-IF
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXPRVC ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           MOVE WS-FINAL-RC                 TO RETURN-CODE
           GOBACK
           .
