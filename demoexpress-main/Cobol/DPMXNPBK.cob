       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXNPBK.
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
      *    NAME  DPMXNPBK(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXNPBK                                            *
      *                                                                *
      * DEALER NEGOTIATION PLAYBOOK MAINTENANCE AND CONCESSIONS        *
      * REPORT.  DPMXMSAV PLACES EVERY TYPED VALUE ON THE DEALER'S     *
      * PLAYBOOK (DPMXNPCL), LOGS EACH CONCESSION ON VDPM86_NEG_CNCSN  *
      * AND SENDS THOSE PAST THE NEGOTIATOR'S AUTHORITY TO DPMXMAAP.   *
      * MODES:                                                         *
      *                                                                *
      * MODE 'L' (LOAD): MAINTAINS VDPM86_NEG_PLYBK AND                *
      * VDPM86_NEG_ATHRTY FROM DD NPBKCRDS.  EACH CARD STARTS WITH A   *
      * RECORD TYPE AND AN ACTION (A = ADD / REPLACE, R = RETIRE),     *
      * EACH FIELD FOLLOWED BY ONE BLANK:                              *
      *   P - PLAYBOOK POSITION: DEALER X(8), TERM (ATTRB_ID) X(8),    *
      *       POSITION 9(1) (1 PREFERRED, 2 FIRST FALLBACK, 3 SECOND   *
      *       FALLBACK, 4 WALK-AWAY), COMPARISON TYPE X(1) (N NUMERIC  *
      *       / AMOUNT, C CHARACTER), APPROVAL LEVEL 9(2), VALUE X(50).*
      *       THE TERM MUST BE ON VDPM04_ATTRB_DTL.                    *
      *   N - NEGOTIATOR AUTHORITY: COMPANY X(8), USER X(10), LEVEL    *
      *       9(2).  THE USER MUST BE ON VDPM03_CMPNY_USER.  RETIRING  *
      *       DROPS THE USER BACK TO LEVEL 0.                          *
      *                                                                *
      * MODE 'C' (CONCESSIONS): LISTS THE CONCESSIONS LOGGED SINCE     *
      * THE FROM DATE BY DEALER, NEGOTIATOR AND TERM - HOW MANY        *
      * VALUES WERE SAVED AT EACH FALLBACK POSITION, HOW MANY WERE OFF *
      * THE PLAYBOOK AND HOW MANY WERE ROUTED FOR APPROVAL - WITH A    *
      * SUBTOTAL PER NEGOTIATOR, VIA DPMXRPTW.                         *
      *                                                                *
      * REJECTED CARDS (MODE L) END THE STEP WITH RC 4.                *
      *                                                                *
      * SYSIN CARDS: 1) MODE (L / C)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *              3) MODE C FROM DATE YYYY-MM-DD (BLANK = 30 DAYS   *
      *                 BEFORE TODAY)                                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM86_NEG_PLYBK / VDPM86_NEG_ATHRTY / VDPM86_NEG_CNCSN /      *
      * VDPM04_ATTRB_DTL / VDPM03_CMPNY_USER                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8601 / DPM8602 / DPM8603                            *
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPBKCRDS         ASSIGN TO NPBKCRDS
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  NPBKCRDS
           RECORDING MODE IS F.
       01  NPBKCRDS-REC.
           05 NP-RECORD-TYPE                PIC X(1).
              88 NP-PLAYBOOK-CARD           VALUE 'P'.
              88 NP-AUTHORITY-CARD          VALUE 'N'.
           05 FILLER                        PIC X(1).
           05 NP-ACTION-CD                  PIC X(1).
              88 NP-ADD-REPLACE             VALUE 'A'.
              88 NP-RETIRE                  VALUE 'R'.
           05 FILLER                        PIC X(1).
           05 NP-CARD-BODY                  PIC X(76).
      *    PLAYBOOK POSITION CARD
           05 NP-PLAYBOOK-BODY REDEFINES NP-CARD-BODY.
              10 NP-DELR-CMPNY-ID           PIC X(8).
              10 FILLER                     PIC X(1).
              10 NP-ATTRB-ID                PIC X(8).
              10 FILLER                     PIC X(1).
              10 NP-PSTN-SQ                 PIC 9(1).
                 88 NP-PSTN-VALID           VALUE 1 THRU 4.
              10 FILLER                     PIC X(1).
              10 NP-CMPR-TYPE-CD            PIC X(1).
                 88 NP-CMPR-TYPE-VALID      VALUE 'N' 'C'.
              10 FILLER                     PIC X(1).
              10 NP-APRVL-LVL-NB            PIC 9(2).
              10 FILLER                     PIC X(1).
              10 NP-PSTN-VALUE-TX           PIC X(50).
              10 FILLER                     PIC X(1).
      *    NEGOTIATOR AUTHORITY CARD
           05 NP-AUTHORITY-BODY REDEFINES NP-CARD-BODY.
              10 NP-CMPNY-ID                PIC X(8).
              10 FILLER                     PIC X(1).
              10 NP-CMPNY-USER-ID           PIC X(10).
              10 FILLER                     PIC X(1).
              10 NP-ATHRTY-LVL-NB           PIC 9(2).
              10 FILLER                     PIC X(54).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXNPBK'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 LOAD-MODE                     VALUE 'L'.
           88 CONCESSION-MODE               VALUE 'C'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-FROM-DT                       PIC X(10) VALUE SPACES.
      *
       01  WS-ROW-CNT                       PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ADDED-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-REPLACED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-RETIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-GROUP-CNT                     PIC S9(9) COMP VALUE 0.
      *
      * ONE CONCESSIONS ROW (DEALER / NEGOTIATOR / TERM) AND THE
      * RUNNING NEGOTIATOR SUBTOTAL.
       01  WS-CNCSN-ROW.
           05 WS-CR-DELR-CMPNY-ID           PIC X(8).
           05 WS-CR-USER-ID                 PIC X(10).
           05 WS-CR-ATTRB-ID                PIC X(8).
           05 WS-CR-TOTAL-CNT               PIC S9(9) COMP.
           05 WS-CR-FALLBACK-1-CNT          PIC S9(9) COMP.
           05 WS-CR-FALLBACK-2-CNT          PIC S9(9) COMP.
           05 WS-CR-WALK-AWAY-CNT           PIC S9(9) COMP.
           05 WS-CR-OFF-PLYBK-CNT           PIC S9(9) COMP.
           05 WS-CR-ROUTED-CNT              PIC S9(9) COMP.
       01  WS-SUBTOTAL.
           05 WS-ST-DELR-CMPNY-ID           PIC X(8)  VALUE SPACES.
           05 WS-ST-USER-ID                 PIC X(10) VALUE SPACES.
           05 WS-ST-TOTAL-CNT               PIC S9(9) COMP VALUE 0.
           05 WS-ST-ROUTED-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-ED-TOTAL                      PIC Z(6)9.
       01  WS-ED-FALLBACK-1                 PIC Z(6)9.
       01  WS-ED-FALLBACK-2                 PIC Z(6)9.
       01  WS-ED-WALK-AWAY                  PIC Z(6)9.
       01  WS-ED-OFF-PLYBK                  PIC Z(6)9.
       01  WS-ED-ROUTED                     PIC Z(6)9.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
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
              INCLUDE DPM8601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8602
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8603
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE NPBK_CNCSN_CSR CURSOR FOR
                 SELECT DELR_CMPNY_ID
                       ,CMPNY_USER_ID
                       ,ATTRB_ID
                       ,COUNT(*)
                       ,SUM(CASE WHEN PSTN_SQ = 2 THEN 1 ELSE 0 END)
                       ,SUM(CASE WHEN PSTN_SQ = 3 THEN 1 ELSE 0 END)
                       ,SUM(CASE WHEN PSTN_SQ = 4 THEN 1 ELSE 0 END)
                       ,SUM(CASE WHEN PSTN_SQ = 9 THEN 1 ELSE 0 END)
                       ,SUM(CASE WHEN APRVL_RQRD_IN = 'Y'
                                 THEN 1 ELSE 0 END)
                 FROM   VDPM86_NEG_CNCSN
                 WHERE  ROW_UPDT_TS >= TIMESTAMP(:WS-FROM-DT,
                                                 '00.00.00')
                 GROUP BY DELR_CMPNY_ID, CMPNY_USER_ID, ATTRB_ID
                 ORDER BY DELR_CMPNY_ID, CMPNY_USER_ID, ATTRB_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN LOAD-MODE
                 PERFORM 2000-LOAD-CARDS
                 EXEC SQL
                    COMMIT
                 END-EXEC
              WHEN OTHER
                 PERFORM 4000-REPORT-CONCESSIONS
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
           DISPLAY 'DPMXNPBK STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           IF CONCESSION-MODE
              ACCEPT WS-FROM-DT             FROM SYSIN
              IF WS-FROM-DT = SPACES
                 EXEC SQL
                    SET :WS-FROM-DT = CHAR(CURRENT DATE - 30 DAYS, ISO)
                 END-EXEC
              END-IF
           END-IF

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           IF CONCESSION-MODE
              DISPLAY 'CONCESSIONS FROM DATE    :' WS-FROM-DT
           END-IF

           IF WS-USER-ID = SPACES
            OR (NOT LOAD-MODE AND NOT CONCESSION-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-LOAD-CARDS.
      *----------------------------------*
           MOVE '2000-LOAD-CARDS'           TO WS-PARAGRAPH-NAME

           OPEN INPUT NPBKCRDS

           PERFORM 2100-READ-NEXT-CARD
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              EVALUATE TRUE
                 WHEN (NOT NP-ADD-REPLACE AND NOT NP-RETIRE)
                    ADD 1                   TO WS-REJECT-CNT
                    DISPLAY 'CARD REJECTED - INVALID  :'
                            NPBKCRDS-REC(1:40)
                 WHEN NP-PLAYBOOK-CARD
                    PERFORM 2200-APPLY-PLAYBOOK-CARD THRU 2200-EXIT
                 WHEN NP-AUTHORITY-CARD
                    PERFORM 2500-APPLY-ATHRTY-CARD THRU 2500-EXIT
                 WHEN OTHER
                    ADD 1                   TO WS-REJECT-CNT
                    DISPLAY 'CARD REJECTED - INVALID  :'
                            NPBKCRDS-REC(1:40)
              END-EVALUATE
              PERFORM 2100-READ-NEXT-CARD
           END-PERFORM

           CLOSE NPBKCRDS
           .
      *----------------------------------*
       2100-READ-NEXT-CARD.
      *----------------------------------*
           READ NPBKCRDS
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-APPLY-PLAYBOOK-CARD.
      *----------------------------------*
           MOVE '2200-APPLY-PLAYBOOK-CARD'  TO WS-PARAGRAPH-NAME

           IF NP-DELR-CMPNY-ID = SPACES
            OR NP-ATTRB-ID      = SPACES
            OR NP-PSTN-SQ IS NOT NUMERIC
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' NPBKCRDS-REC(1:40)
              GO TO 2200-EXIT
           END-IF
           IF NOT NP-PSTN-VALID
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' NPBKCRDS-REC(1:40)
              GO TO 2200-EXIT
           END-IF

           MOVE NP-DELR-CMPNY-ID            TO D086-DELR-CMPNY-ID
           MOVE NP-ATTRB-ID                 TO D086-ATTRB-ID
           MOVE NP-PSTN-SQ                  TO D086-PSTN-SQ

           IF NP-RETIRE
              PERFORM 2300-RETIRE-POSITION
              GO TO 2200-EXIT
           END-IF

           IF NOT NP-CMPR-TYPE-VALID
            OR NP-APRVL-LVL-NB IS NOT NUMERIC
            OR NP-PSTN-VALUE-TX = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' NPBKCRDS-REC(1:40)
              GO TO 2200-EXIT
           END-IF

           MOVE NP-CMPR-TYPE-CD             TO D086-CMPR-TYPE-CD
           MOVE NP-APRVL-LVL-NB             TO D086-APRVL-LVL-NB
           MOVE NP-PSTN-VALUE-TX            TO D086-PSTN-VALUE-TX

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM  VDPM04_ATTRB_DTL
               WHERE  ATTRB_ID = :D086-ATTRB-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM04_ATTRB_DTL'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO TERM  :' NPBKCRDS-REC(1:40)
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM86_NEG_PLYBK
                 SET PSTN_VALUE_TX    = :D086-PSTN-VALUE-TX
                    ,CMPR_TYPE_CD     = :D086-CMPR-TYPE-CD
                    ,APRVL_LVL_NB     = :D086-APRVL-LVL-NB
                    ,PSTN_STAT_CD     = 'A'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE DELR_CMPNY_ID    = :D086-DELR-CMPNY-ID
                 AND ATTRB_ID         = :D086-ATTRB-ID
                 AND PSTN_SQ          = :D086-PSTN-SQ
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPLACED-CNT
                 DISPLAY 'POSITION REPLACED        :'
                         NPBKCRDS-REC(1:40)
              WHEN +100
                 EXEC SQL
                    INSERT INTO VDPM86_NEG_PLYBK
                           (DELR_CMPNY_ID
                           ,ATTRB_ID
                           ,PSTN_SQ
                           ,PSTN_VALUE_TX
                           ,CMPR_TYPE_CD
                           ,APRVL_LVL_NB
                           ,PSTN_STAT_CD
                           ,ROW_UPDT_TS
                           ,ROW_UPDT_USER_ID)
                    VALUES (:D086-DELR-CMPNY-ID
                           ,:D086-ATTRB-ID
                           ,:D086-PSTN-SQ
                           ,:D086-PSTN-VALUE-TX
                           ,:D086-CMPR-TYPE-CD
                           ,:D086-APRVL-LVL-NB
                           ,'A'
                           ,CURRENT TIMESTAMP
                           ,:WS-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'VDPM86_NEG_PLYBK' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-ADDED-CNT
                 DISPLAY 'POSITION ADDED           :'
                         NPBKCRDS-REC(1:40)
              WHEN OTHER
                 MOVE 'VDPM86_NEG_PLYBK'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-RETIRE-POSITION.
      *----------------------------------*
           MOVE '2300-RETIRE-POSITION'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM86_NEG_PLYBK
                 SET PSTN_STAT_CD     = 'R'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE DELR_CMPNY_ID    = :D086-DELR-CMPNY-ID
                 AND ATTRB_ID         = :D086-ATTRB-ID
                 AND PSTN_SQ          = :D086-PSTN-SQ
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-RETIRED-CNT
                 DISPLAY 'POSITION RETIRED         :'
                         NPBKCRDS-REC(1:40)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT FOUND:'
                         NPBKCRDS-REC(1:40)
              WHEN OTHER
                 MOVE 'VDPM86_NEG_PLYBK'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2500-APPLY-ATHRTY-CARD.
      *----------------------------------*
           MOVE '2500-APPLY-ATHRTY-CARD'    TO WS-PARAGRAPH-NAME

           IF NP-CMPNY-ID      = SPACES
            OR NP-CMPNY-USER-ID = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' NPBKCRDS-REC(1:40)
              GO TO 2500-EXIT
           END-IF

           MOVE NP-CMPNY-ID                 TO D86A-CMPNY-ID
           MOVE NP-CMPNY-USER-ID            TO D86A-CMPNY-USER-ID

           IF NP-RETIRE
              PERFORM 2600-RETIRE-ATHRTY
              GO TO 2500-EXIT
           END-IF

           IF NP-ATHRTY-LVL-NB IS NOT NUMERIC
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' NPBKCRDS-REC(1:40)
              GO TO 2500-EXIT
           END-IF
           MOVE NP-ATHRTY-LVL-NB            TO D86A-ATHRTY-LVL-NB

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM  VDPM03_CMPNY_USER
               WHERE  CMPNY_ID      = :D86A-CMPNY-ID
                 AND  CMPNY_USER_ID = :D86A-CMPNY-USER-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO USER  :' NPBKCRDS-REC(1:40)
              GO TO 2500-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM86_NEG_ATHRTY
                 SET ATHRTY_LVL_NB    = :D86A-ATHRTY-LVL-NB
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE CMPNY_ID         = :D86A-CMPNY-ID
                 AND CMPNY_USER_ID    = :D86A-CMPNY-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPLACED-CNT
                 DISPLAY 'AUTHORITY REPLACED       :'
                         NPBKCRDS-REC(1:40)
              WHEN +100
                 EXEC SQL
                    INSERT INTO VDPM86_NEG_ATHRTY
                           (CMPNY_ID
                           ,CMPNY_USER_ID
                           ,ATHRTY_LVL_NB
                           ,ROW_UPDT_TS
                           ,ROW_UPDT_USER_ID)
                    VALUES (:D86A-CMPNY-ID
                           ,:D86A-CMPNY-USER-ID
                           ,:D86A-ATHRTY-LVL-NB
                           ,CURRENT TIMESTAMP
                           ,:WS-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'VDPM86_NEG_ATHRTY' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-ADDED-CNT
                 DISPLAY 'AUTHORITY ADDED          :'
                         NPBKCRDS-REC(1:40)
              WHEN OTHER
                 MOVE 'VDPM86_NEG_ATHRTY'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.
      *----------------------------------*
       2600-RETIRE-ATHRTY.
      *----------------------------------*
           MOVE '2600-RETIRE-ATHRTY'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              DELETE FROM VDPM86_NEG_ATHRTY
               WHERE CMPNY_ID         = :D86A-CMPNY-ID
                 AND CMPNY_USER_ID    = :D86A-CMPNY-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-RETIRED-CNT
                 DISPLAY 'AUTHORITY RETIRED        :'
                         NPBKCRDS-REC(1:40)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT FOUND:'
                         NPBKCRDS-REC(1:40)
              WHEN OTHER
                 MOVE 'VDPM86_NEG_ATHRTY'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4000-REPORT-CONCESSIONS.
      *----------------------------------*
           MOVE '4000-REPORT-CONCESSIONS'   TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'PLAYBOOK CONCESSIONS BY NEGOTIATOR AND TERM (DPMXNPBK)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'DEALER,NEGOTIATOR,TERM,CONCESSIONS,FALLBACK_1,'
                  'FALLBACK_2,WALK_AWAY,OFF_PLAYBOOK,ROUTED'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'DEALER    NEGOTIATOR  TERM      '
                  ' CONCESS   FALLBK1   FALLBK2  WALKAWAY  OFFPLYBK'
                  '    ROUTED'
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN NPBK_CNCSN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM86_NEG_CNCSN'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4100-FETCH-NEXT-GROUP
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-GROUP-CNT
              IF WS-CR-DELR-CMPNY-ID NOT = WS-ST-DELR-CMPNY-ID
               OR WS-CR-USER-ID      NOT = WS-ST-USER-ID
                 PERFORM 4300-NEGOTIATOR-BREAK
              END-IF
              PERFORM 4200-REPORT-ONE-GROUP
              PERFORM 4100-FETCH-NEXT-GROUP
           END-PERFORM

           EXEC SQL
              CLOSE NPBK_CNCSN_CSR
           END-EXEC

           PERFORM 4300-NEGOTIATOR-BREAK

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-GROUP-CNT                TO WS-ED-TOTAL
           STRING 'NEGOTIATOR / TERM ROWS SINCE ' WS-FROM-DT
                  ': ' WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       4100-FETCH-NEXT-GROUP.
      *----------------------------------*
           EXEC SQL
              FETCH NPBK_CNCSN_CSR
                INTO :WS-CR-DELR-CMPNY-ID
                    ,:WS-CR-USER-ID
                    ,:WS-CR-ATTRB-ID
                    ,:WS-CR-TOTAL-CNT
                    ,:WS-CR-FALLBACK-1-CNT
                    ,:WS-CR-FALLBACK-2-CNT
                    ,:WS-CR-WALK-AWAY-CNT
                    ,:WS-CR-OFF-PLYBK-CNT
                    ,:WS-CR-ROUTED-CNT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM86_NEG_CNCSN'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-REPORT-ONE-GROUP.
      *----------------------------------*
           ADD WS-CR-TOTAL-CNT              TO WS-ST-TOTAL-CNT
           ADD WS-CR-ROUTED-CNT             TO WS-ST-ROUTED-CNT

           MOVE WS-CR-TOTAL-CNT             TO WS-ED-TOTAL
           MOVE WS-CR-FALLBACK-1-CNT        TO WS-ED-FALLBACK-1
           MOVE WS-CR-FALLBACK-2-CNT        TO WS-ED-FALLBACK-2
           MOVE WS-CR-WALK-AWAY-CNT         TO WS-ED-WALK-AWAY
           MOVE WS-CR-OFF-PLYBK-CNT         TO WS-ED-OFF-PLYBK
           MOVE WS-CR-ROUTED-CNT            TO WS-ED-ROUTED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING WS-CR-DELR-CMPNY-ID
                  '  ' WS-CR-USER-ID
                  '  ' WS-CR-ATTRB-ID
                  '   ' WS-ED-TOTAL
                  '   ' WS-ED-FALLBACK-1
                  '   ' WS-ED-FALLBACK-2
                  '   ' WS-ED-WALK-AWAY
                  '   ' WS-ED-OFF-PLYBK
                  '   ' WS-ED-ROUTED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-CR-DELR-CMPNY-ID
                  ',' WS-CR-USER-ID
                  ',' WS-CR-ATTRB-ID
                  ',' WS-ED-TOTAL
                  ',' WS-ED-FALLBACK-1
                  ',' WS-ED-FALLBACK-2
                  ',' WS-ED-WALK-AWAY
                  ',' WS-ED-OFF-PLYBK
                  ',' WS-ED-ROUTED
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       4300-NEGOTIATOR-BREAK.
      *----------------------------------*
      * CLOSE OFF THE PREVIOUS NEGOTIATOR WITH A SUBTOTAL LINE AND
      * START THE NEXT ONE.

           IF WS-ST-USER-ID NOT = SPACES
              MOVE WS-ST-TOTAL-CNT          TO WS-ED-TOTAL
              MOVE WS-ST-ROUTED-CNT         TO WS-ED-ROUTED
              MOVE 'L'                      TO WS-RPTW-FUNC-CD
              MOVE SPACES                   TO WS-RPTW-LINE
              STRING '  NEGOTIATOR ' WS-ST-DELR-CMPNY-ID
                     '/' WS-ST-USER-ID
                     ' TOTAL CONCESSIONS ' WS-ED-TOTAL
                     '  ROUTED FOR APPROVAL ' WS-ED-ROUTED
                     DELIMITED BY SIZE INTO WS-RPTW-LINE
              END-STRING
              CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           END-IF

           MOVE WS-CR-DELR-CMPNY-ID         TO WS-ST-DELR-CMPNY-ID
           MOVE WS-CR-USER-ID               TO WS-ST-USER-ID
           MOVE 0                           TO WS-ST-TOTAL-CNT
                                               WS-ST-ROUTED-CNT
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
           EVALUATE TRUE
              WHEN LOAD-MODE
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'ROWS ADDED               :' WS-ADDED-CNT
                 DISPLAY 'ROWS REPLACED            :' WS-REPLACED-CNT
                 DISPLAY 'ROWS RETIRED             :' WS-RETIRED-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
              WHEN OTHER
                 DISPLAY 'NEGOTIATOR / TERM ROWS   :' WS-GROUP-CNT
           END-EVALUATE
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXNPBK ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
