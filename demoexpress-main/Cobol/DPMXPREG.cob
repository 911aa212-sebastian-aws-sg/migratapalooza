       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXPREG.
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
      *    NAME  DPMXPREG(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXPREG                                            *
      *                                                                *
      * BATCH PARAMETER REGISTRY MAINTENANCE AND USAGE REPORT.  THE    *
      * REGISTRY (VDPM88_BATCH_PARM) HOLDS THE THRESHOLDS THE BATCH    *
      * SUITE READS THROUGH DPMXPARM, KEYED BY PROGRAM, PARAMETER NAME *
      * AND EFFECTIVE DATE, WITH A DATA TYPE AND ALLOWED RANGE.        *
      * CHANGES ARE MAKER-CHECKER, AS FOR COMPANY MASTER DATA IN       *
      * DPMXCMNT.  MODES:                                              *
      *                                                                *
      * MODE 'L' (LOAD): APPLIES THE CARDS ON DD PREGCRDS AS THE SYSIN *
      * USER.  EACH CARD STARTS WITH AN ACTION, EACH FIELD FOLLOWED BY *
      * ONE BLANK: PROGRAM X(8), PARAMETER X(18), EFFECTIVE DATE       *
      * YYYY-MM-DD, DATA TYPE X(1) (N NUMERIC / C CHARACTER), MINIMUM  *
      * 9(7), MAXIMUM 9(7), VALUE X(20).                               *
      *   S - STAGE (MAKER): THE PROPOSED VALUE, TYPE AND RANGE ARE    *
      *       KEPT AS A PENDING ('P') ROW.  A NUMERIC VALUE MUST BE    *
      *       DIGITS WITHIN ITS RANGE.  A BLANK EFFECTIVE DATE MEANS   *
      *       TOMORROW.  ONE PENDING CHANGE PER PROGRAM / PARAMETER /  *
      *       EFFECTIVE DATE.                                          *
      *   A - APPROVE (CHECKER, NEVER THE MAKER): THE PENDING ROW      *
      *       BECOMES THE APPROVED ('A') ROW FOR ITS EFFECTIVE DATE,   *
      *       REPLACING ANY APPROVED ROW FOR THE SAME DATE, AND A      *
      *       BEFORE/AFTER ROW NAMING MAKER AND CHECKER IS WRITTEN TO  *
      *       VDPM88_PARM_HIST.                                        *
      *   X - REJECT (CHECKER, NEVER THE MAKER): THE PENDING ROW IS    *
      *       DISCARDED; THE REJECTION IS KEPT ON VDPM88_PARM_HIST.    *
      * ONLY THE ACTION AND KEY FIELDS ARE NEEDED ON A AND X CARDS.    *
      *                                                                *
      * MODE 'P' (PARAMETERS USED): LISTS EVERY PARAMETER VALUE THE    *
      * SUITE USED FOR ONE RUN ID (VDPM88_PARM_USE), WHETHER IT CAME   *
      * FROM THE REGISTRY OR FELL BACK TO SYSIN, AND FLAGS EACH VALUE  *
      * THAT DIFFERS FROM THE SAME PARAMETER'S PREVIOUS RUN, VIA       *
      * DPMXRPTW.  CHANGES STILL AWAITING A CHECKER ARE COUNTED.       *
      *                                                                *
      * REJECTED CARDS (MODE L) END THE STEP WITH RC 4.                *
      *                                                                *
      * SYSIN CARDS: 1) MODE (L / P)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *              3) MODE P RUN ID CCYYMMDD (BLANK = CURRENT CYCLE) *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM88_BATCH_PARM / VDPM88_PARM_HIST / VDPM88_PARM_USE         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8801 / DPM8802 / DPM8803                            *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXRPTW - COMMON REPORT WRITER                                *
      * DPMXCYDT - CURRENT CYCLE DATE FOR A BLANK MODE P RUN ID        *
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
           SELECT PREGCRDS         ASSIGN TO PREGCRDS
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PREGCRDS
           RECORDING MODE IS F.
       01  PREGCRDS-REC.
           05 PR-ACTION-CD                  PIC X(1).
              88 PR-STAGE                   VALUE 'S'.
              88 PR-APPROVE                 VALUE 'A'.
              88 PR-REJECT                  VALUE 'X'.
           05 FILLER                        PIC X(1).
           05 PR-PRGM-ID                    PIC X(8).
           05 FILLER                        PIC X(1).
           05 PR-PARM-NM                    PIC X(18).
           05 FILLER                        PIC X(1).
           05 PR-EFFV-DT                    PIC X(10).
           05 FILLER                        PIC X(1).
           05 PR-DATA-TYPE-CD               PIC X(1).
              88 PR-TYPE-VALID              VALUE 'N' 'C'.
              88 PR-TYPE-NUMERIC            VALUE 'N'.
           05 FILLER                        PIC X(1).
           05 PR-MIN-VALUE-X                PIC X(7).
           05 PR-MIN-VALUE-NB REDEFINES PR-MIN-VALUE-X
                                            PIC 9(7).
           05 FILLER                        PIC X(1).
           05 PR-MAX-VALUE-X                PIC X(7).
           05 PR-MAX-VALUE-NB REDEFINES PR-MAX-VALUE-X
                                            PIC 9(7).
           05 FILLER                        PIC X(1).
           05 PR-VALUE-TX                   PIC X(20).
           05 FILLER                        PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXPREG'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 LOAD-MODE                     VALUE 'L'.
           88 PARM-USE-MODE                 VALUE 'P'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-RUN-ID                        PIC X(08) VALUE SPACES.
      *
       01  WS-ROW-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-STAGED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-APPROVED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-REJECTED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-USED-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-CHANGED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-PENDING-CNT                   PIC S9(9) COMP VALUE 0.
      *
       01  WS-VALUE-CHK                     PIC X(20) VALUE SPACES.
       01  WS-VALUE-LEN                     PIC S9(4) COMP VALUE 0.
       01  WS-VALUE-NB                      PIC S9(9) COMP-3 VALUE 0.
       01  WS-BFR-VALUE-TX                  PIC X(20) VALUE SPACES.
       01  WS-REJECT-RSN-TX                 PIC X(40) VALUE SPACES.
       01  WS-PREV-VALUE-TX                 PIC X(20) VALUE SPACES.
       01  WS-PREV-VALUE-IND                PIC S9(4) COMP VALUE 0.
       01  WS-CHG-FLAG-TX                   PIC X(08) VALUE SPACES.
       01  WS-SRC-TX                        PIC X(08) VALUE SPACES.
       01  WS-ED-CNT                        PIC Z(6)9.
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
       01  WS-CYDT-PROGRAM                  PIC X(08) VALUE 'DPMXCYDT'.
       01  WS-CYDT-PASS-AREA.
           05 WS-CYDT-JOB-NAME              PIC X(08).
           05 WS-CYDT-RGN-CD                PIC X(08).
           05 WS-CYDT-SYSIN-DT              PIC X(08).
           05 WS-CYDT-OVRD-RSN-TX           PIC X(50).
           05 WS-CYDT-RUN-ID                PIC X(08).
           05 WS-CYDT-PRIOR-RUN-ID          PIC X(08).
           05 WS-CYDT-OVRD-IN               PIC X(01).
           05 WS-CYDT-RC                    PIC X(04).
           05 WS-CYDT-MSG-TX                PIC X(80).
           05 WS-CYDT-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8801
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8802
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8803
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE PREG_USE_CSR CURSOR FOR
                 SELECT U.PRGM_ID
                       ,U.PARM_NM
                       ,U.PARM_VALUE_TX
                       ,U.VALUE_SRC_CD
                       ,(SELECT P.PARM_VALUE_TX
                           FROM VDPM88_PARM_USE P
                          WHERE P.PRGM_ID = U.PRGM_ID
                            AND P.PARM_NM = U.PARM_NM
                            AND P.RUN_ID  =
                                (SELECT MAX(Q.RUN_ID)
                                   FROM VDPM88_PARM_USE Q
                                  WHERE Q.PRGM_ID = U.PRGM_ID
                                    AND Q.PARM_NM = U.PARM_NM
                                    AND Q.RUN_ID  < U.RUN_ID))
                 FROM   VDPM88_PARM_USE U
                 WHERE  U.RUN_ID = :WS-RUN-ID
                 ORDER BY U.PRGM_ID, U.PARM_NM
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
                 PERFORM 4000-REPORT-PARMS-USED
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
           DISPLAY 'DPMXPREG STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           IF PARM-USE-MODE
              ACCEPT WS-RUN-ID              FROM SYSIN
              IF WS-RUN-ID = SPACES
                 MOVE WS-PROGRAM            TO WS-CYDT-JOB-NAME
                 MOVE SPACES                TO WS-CYDT-RGN-CD
                                               WS-CYDT-SYSIN-DT
                                               WS-CYDT-OVRD-RSN-TX
                 CALL WS-CYDT-PROGRAM USING WS-CYDT-PASS-AREA
                 MOVE WS-CYDT-RUN-ID        TO WS-RUN-ID
              END-IF
           END-IF

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           IF PARM-USE-MODE
              DISPLAY 'PARAMETERS USED BY RUN   :' WS-RUN-ID
           END-IF

           IF WS-USER-ID = SPACES
            OR (NOT LOAD-MODE AND NOT PARM-USE-MODE)
            OR (PARM-USE-MODE AND WS-RUN-ID = SPACES)
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

           OPEN INPUT PREGCRDS

           PERFORM 2100-READ-NEXT-CARD
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              MOVE SPACES                   TO WS-REJECT-RSN-TX
              EVALUATE TRUE
                 WHEN PR-PRGM-ID = SPACES
                  OR  PR-PARM-NM = SPACES
                    MOVE 'PROGRAM AND PARAMETER REQUIRED'
                                            TO WS-REJECT-RSN-TX
                 WHEN PR-STAGE
                    PERFORM 2200-STAGE-CHANGE THRU 2200-EXIT
                 WHEN PR-APPROVE
                 WHEN PR-REJECT
                    PERFORM 2500-CHECK-CHANGE THRU 2500-EXIT
                 WHEN OTHER
                    MOVE 'INVALID ACTION'   TO WS-REJECT-RSN-TX
              END-EVALUATE
              IF WS-REJECT-RSN-TX NOT = SPACES
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - ' WS-REJECT-RSN-TX
                 DISPLAY '   ' PREGCRDS-REC(1:60)
              END-IF
              PERFORM 2100-READ-NEXT-CARD
           END-PERFORM

           CLOSE PREGCRDS
           .
      *----------------------------------*
       2100-READ-NEXT-CARD.
      *----------------------------------*
           READ PREGCRDS
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-STAGE-CHANGE.
      *----------------------------------*
      * THE MAKER'S PROPOSAL IS VALIDATED AGAINST ITS OWN TYPE AND
      * RANGE HERE, SO AN APPROVED ROW IS ALWAYS USABLE AS IT STANDS.

           MOVE '2200-STAGE-CHANGE'         TO WS-PARAGRAPH-NAME

           IF NOT PR-TYPE-VALID
            OR PR-VALUE-TX = SPACES
              MOVE 'DATA TYPE AND VALUE REQUIRED'
                                            TO WS-REJECT-RSN-TX
              GO TO 2200-EXIT
           END-IF

           MOVE 0                           TO WS-VALUE-NB
           MOVE 0                           TO D088-MIN-VALUE-NB
           MOVE 0                           TO D088-MAX-VALUE-NB
           IF PR-TYPE-NUMERIC
              PERFORM 2210-EDIT-NUMERIC-VALUE THRU 2210-EXIT
              IF WS-REJECT-RSN-TX NOT = SPACES
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF PR-EFFV-DT = SPACES
              EXEC SQL
                 SET :D088-EFFV-DT = CHAR(CURRENT DATE + 1 DAY, ISO)
              END-EXEC
           ELSE
              EXEC SQL
                 SET :D088-EFFV-DT = CHAR(DATE(:PR-EFFV-DT), ISO)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-RSN-TX
                 GO TO 2200-EXIT
              END-IF
           END-IF

           MOVE PR-PRGM-ID                  TO D088-PRGM-ID
           MOVE PR-PARM-NM                  TO D088-PARM-NM

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM  VDPM88_BATCH_PARM
               WHERE  PRGM_ID      = :D088-PRGM-ID
                 AND  PARM_NM      = :D088-PARM-NM
                 AND  EFFV_DT      = DATE(:D088-EFFV-DT)
                 AND  PARM_STAT_CD = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM88_BATCH_PARM'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           IF WS-ROW-CNT > 0
              MOVE 'A CHANGE IS ALREADY PENDING'
                                            TO WS-REJECT-RSN-TX
              GO TO 2200-EXIT
           END-IF

           MOVE PR-DATA-TYPE-CD             TO D088-DATA-TYPE-CD
           MOVE PR-VALUE-TX                 TO D088-PARM-VALUE-TX
           MOVE WS-VALUE-NB                 TO D088-PARM-VALUE-NB
           MOVE WS-USER-ID                  TO D088-MAKER-USER-ID

           EXEC SQL
              INSERT INTO VDPM88_BATCH_PARM
                     (PRGM_ID
                     ,PARM_NM
                     ,EFFV_DT
                     ,PARM_STAT_CD
                     ,DATA_TYPE_CD
                     ,PARM_VALUE_TX
                     ,PARM_VALUE_NB
                     ,MIN_VALUE_NB
                     ,MAX_VALUE_NB
                     ,MAKER_USER_ID
                     ,CHECKER_USER_ID
                     ,ROW_UPDT_TS)
              VALUES (:D088-PRGM-ID
                     ,:D088-PARM-NM
                     ,DATE(:D088-EFFV-DT)
                     ,'P'
                     ,:D088-DATA-TYPE-CD
                     ,:D088-PARM-VALUE-TX
                     ,:D088-PARM-VALUE-NB
                     ,:D088-MIN-VALUE-NB
                     ,:D088-MAX-VALUE-NB
                     ,:D088-MAKER-USER-ID
                     ,' '
                     ,CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM88_BATCH_PARM'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-STAGED-CNT
           DISPLAY 'CHANGE STAGED            :' D088-PRGM-ID ' '
                   D088-PARM-NM ' ' D088-EFFV-DT ' = '
                   D088-PARM-VALUE-TX
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2210-EDIT-NUMERIC-VALUE.
      *----------------------------------*
      * A NUMERIC VALUE IS UNSIGNED DIGITS, LEFT-JUSTIFIED, NO MORE
      * THAN NINE OF THEM, INSIDE THE CARD'S MINIMUM/MAXIMUM.

           IF PR-MIN-VALUE-NB IS NOT NUMERIC
            OR PR-MAX-VALUE-NB IS NOT NUMERIC
              MOVE 'MINIMUM AND MAXIMUM MUST BE 7 DIGITS'
                                            TO WS-REJECT-RSN-TX
              GO TO 2210-EXIT
           END-IF
           IF PR-MIN-VALUE-NB > PR-MAX-VALUE-NB
              MOVE 'MINIMUM IS ABOVE MAXIMUM' TO WS-REJECT-RSN-TX
              GO TO 2210-EXIT
           END-IF

           MOVE 0                           TO WS-VALUE-LEN
           INSPECT PR-VALUE-TX TALLYING WS-VALUE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE PR-VALUE-TX                 TO WS-VALUE-CHK
           INSPECT WS-VALUE-CHK CONVERTING '0123456789' TO SPACES
           IF WS-VALUE-LEN = 0
            OR WS-VALUE-LEN > 9
            OR WS-VALUE-CHK NOT = SPACES
            OR PR-VALUE-TX(WS-VALUE-LEN + 1:) NOT = SPACES
              MOVE 'VALUE IS NOT A WHOLE NUMBER'
                                            TO WS-REJECT-RSN-TX
              GO TO 2210-EXIT
           END-IF

           MOVE PR-VALUE-TX(1:WS-VALUE-LEN) TO WS-VALUE-NB
           IF WS-VALUE-NB < PR-MIN-VALUE-NB
            OR WS-VALUE-NB > PR-MAX-VALUE-NB
              MOVE 'VALUE IS OUTSIDE ITS RANGE'
                                            TO WS-REJECT-RSN-TX
              GO TO 2210-EXIT
           END-IF

           MOVE PR-MIN-VALUE-NB             TO D088-MIN-VALUE-NB
           MOVE PR-MAX-VALUE-NB             TO D088-MAX-VALUE-NB
           .
       2210-EXIT.
           EXIT.
      *----------------------------------*
       2500-CHECK-CHANGE.
      *----------------------------------*
      * APPROVE OR REJECT A PENDING CHANGE.  THE CHECKER MUST NOT BE
      * THE MAKER.  BOTH OUTCOMES ARE KEPT ON VDPM88_PARM_HIST WITH
      * THE VALUE IN FORCE BEFORE THE CHANGE AND THE VALUE PROPOSED.

           MOVE '2500-CHECK-CHANGE'         TO WS-PARAGRAPH-NAME

           MOVE PR-PRGM-ID                  TO D088-PRGM-ID
           MOVE PR-PARM-NM                  TO D088-PARM-NM
           EXEC SQL
              SET :D088-EFFV-DT = CHAR(DATE(:PR-EFFV-DT), ISO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-RSN-TX
              GO TO 2500-EXIT
           END-IF

           EXEC SQL
              SELECT PARM_VALUE_TX
                    ,MAKER_USER_ID
                INTO :D088-PARM-VALUE-TX
                    ,:D088-MAKER-USER-ID
                FROM  VDPM88_BATCH_PARM
               WHERE  PRGM_ID      = :D088-PRGM-ID
                 AND  PARM_NM      = :D088-PARM-NM
                 AND  EFFV_DT      = DATE(:D088-EFFV-DT)
                 AND  PARM_STAT_CD = 'P'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'NO PENDING CHANGE'   TO WS-REJECT-RSN-TX
                 GO TO 2500-EXIT
              WHEN OTHER
                 MOVE 'VDPM88_BATCH_PARM'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D088-MAKER-USER-ID = WS-USER-ID
              MOVE 'MAKER CANNOT CHECK OWN CHANGE'
                                            TO WS-REJECT-RSN-TX
              GO TO 2500-EXIT
           END-IF

           MOVE '(NOT SET)'                 TO WS-BFR-VALUE-TX
           EXEC SQL
              SELECT PARM_VALUE_TX
                INTO :WS-BFR-VALUE-TX
                FROM  VDPM88_BATCH_PARM
               WHERE  PRGM_ID      = :D088-PRGM-ID
                 AND  PARM_NM      = :D088-PARM-NM
                 AND  EFFV_DT     <= DATE(:D088-EFFV-DT)
                 AND  PARM_STAT_CD = 'A'
               ORDER BY EFFV_DT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM88_BATCH_PARM'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF PR-APPROVE
              EXEC SQL
                 DELETE FROM VDPM88_BATCH_PARM
                  WHERE PRGM_ID      = :D088-PRGM-ID
                    AND PARM_NM      = :D088-PARM-NM
                    AND EFFV_DT      = DATE(:D088-EFFV-DT)
                    AND PARM_STAT_CD = 'A'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 MOVE 'VDPM88_BATCH_PARM'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF
              EXEC SQL
                 UPDATE VDPM88_BATCH_PARM
                    SET PARM_STAT_CD    = 'A'
                       ,CHECKER_USER_ID = :WS-USER-ID
                       ,ROW_UPDT_TS     = CURRENT TIMESTAMP
                  WHERE PRGM_ID         = :D088-PRGM-ID
                    AND PARM_NM         = :D088-PARM-NM
                    AND EFFV_DT         = DATE(:D088-EFFV-DT)
                    AND PARM_STAT_CD    = 'P'
              END-EXEC
              MOVE 'A'                      TO D88H-CHG-ACTN-CD
           ELSE
              EXEC SQL
                 DELETE FROM VDPM88_BATCH_PARM
                  WHERE PRGM_ID      = :D088-PRGM-ID
                    AND PARM_NM      = :D088-PARM-NM
                    AND EFFV_DT      = DATE(:D088-EFFV-DT)
                    AND PARM_STAT_CD = 'P'
              END-EXEC
              MOVE 'X'                      TO D88H-CHG-ACTN-CD
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'VDPM88_BATCH_PARM'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D088-PRGM-ID                TO D88H-PRGM-ID
           MOVE D088-PARM-NM                TO D88H-PARM-NM
           MOVE D088-EFFV-DT                TO D88H-EFFV-DT
           MOVE WS-BFR-VALUE-TX             TO D88H-BFR-VALUE-TX
           MOVE D088-PARM-VALUE-TX          TO D88H-AFTR-VALUE-TX
           MOVE D088-MAKER-USER-ID          TO D88H-MAKER-USER-ID
           MOVE WS-USER-ID                  TO D88H-CHECKER-USER-ID

           EXEC SQL
              INSERT INTO VDPM88_PARM_HIST
                     (PRGM_ID
                     ,PARM_NM
                     ,EFFV_DT
                     ,CHG_ACTN_CD
                     ,BFR_VALUE_TX
                     ,AFTR_VALUE_TX
                     ,MAKER_USER_ID
                     ,CHECKER_USER_ID
                     ,HIST_TS)
              VALUES (:D88H-PRGM-ID
                     ,:D88H-PARM-NM
                     ,DATE(:D88H-EFFV-DT)
                     ,:D88H-CHG-ACTN-CD
                     ,:D88H-BFR-VALUE-TX
                     ,:D88H-AFTR-VALUE-TX
                     ,:D88H-MAKER-USER-ID
                     ,:D88H-CHECKER-USER-ID
                     ,CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM88_PARM_HIST'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF PR-APPROVE
              ADD 1                         TO WS-APPROVED-CNT
              DISPLAY 'CHANGE APPROVED          :' D088-PRGM-ID ' '
                      D088-PARM-NM ' ' D088-EFFV-DT ' '
                      WS-BFR-VALUE-TX ' -> ' D088-PARM-VALUE-TX
           ELSE
              ADD 1                         TO WS-REJECTED-CNT
              DISPLAY 'CHANGE REJECTED          :' D088-PRGM-ID ' '
                      D088-PARM-NM ' ' D088-EFFV-DT ' '
                      D088-PARM-VALUE-TX
           END-IF
           .
       2500-EXIT.
           EXIT.
      *----------------------------------*
       4000-REPORT-PARMS-USED.
      *----------------------------------*
           MOVE '4000-REPORT-PARMS-USED'    TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'BATCH PARAMETERS USED BY RUN (DPMXPREG)'
                                            TO WS-RPTW-TITLE
           MOVE 'RUN,PROGRAM,PARAMETER,VALUE,SOURCE,PREVIOUS,CHANGED'
                                            TO WS-RPTW-CSV
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'PROGRAM   PARAMETER           VALUE'
                  '                 SOURCE    PREVIOUS RUN'
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN PREG_USE_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM88_PARM_USE'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4100-FETCH-NEXT-USE
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 4200-REPORT-ONE-USE
              PERFORM 4100-FETCH-NEXT-USE
           END-PERFORM

           EXEC SQL
              CLOSE PREG_USE_CSR
           END-EXEC

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDING-CNT
                FROM  VDPM88_BATCH_PARM
               WHERE  PARM_STAT_CD = 'P'
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM88_BATCH_PARM'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-USED-CNT                 TO WS-ED-CNT
           STRING 'PARAMETERS USED BY RUN ' WS-RUN-ID ': ' WS-ED-CNT
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-CHANGED-CNT              TO WS-ED-CNT
           STRING 'CHANGED SINCE PREVIOUS RUN : ' WS-ED-CNT
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-PENDING-CNT              TO WS-ED-CNT
           STRING 'CHANGES AWAITING A CHECKER : ' WS-ED-CNT
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       4100-FETCH-NEXT-USE.
      *----------------------------------*
           EXEC SQL
              FETCH PREG_USE_CSR
                INTO :D88U-PRGM-ID
                    ,:D88U-PARM-NM
                    ,:D88U-PARM-VALUE-TX
                    ,:D88U-VALUE-SRC-CD
                    ,:WS-PREV-VALUE-TX :WS-PREV-VALUE-IND
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-PREV-VALUE-IND < 0
                    MOVE SPACES             TO WS-PREV-VALUE-TX
                 END-IF
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM88_PARM_USE'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-REPORT-ONE-USE.
      *----------------------------------*
           ADD 1                            TO WS-USED-CNT

           IF D88U-FROM-REGISTRY
              MOVE 'REGISTRY'               TO WS-SRC-TX
           ELSE
              MOVE 'SYSIN'                  TO WS-SRC-TX
           END-IF

           MOVE SPACES                      TO WS-CHG-FLAG-TX
           IF WS-PREV-VALUE-IND >= 0
            AND WS-PREV-VALUE-TX NOT = D88U-PARM-VALUE-TX
              MOVE '*CHANGED'               TO WS-CHG-FLAG-TX
              ADD 1                         TO WS-CHANGED-CNT
           END-IF

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING D88U-PRGM-ID
                  '  ' D88U-PARM-NM
                  '  ' D88U-PARM-VALUE-TX
                  '  ' WS-SRC-TX
                  '  ' WS-PREV-VALUE-TX
                  '  ' WS-CHG-FLAG-TX
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-RUN-ID
                  ',' D88U-PRGM-ID
                  ',' D88U-PARM-NM
                  ',' D88U-PARM-VALUE-TX
                  ',' WS-SRC-TX
                  ',' WS-PREV-VALUE-TX
                  ',' WS-CHG-FLAG-TX
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
           EVALUATE TRUE
              WHEN LOAD-MODE
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'CHANGES STAGED           :' WS-STAGED-CNT
                 DISPLAY 'CHANGES APPROVED         :' WS-APPROVED-CNT
                 DISPLAY 'CHANGES REJECTED         :' WS-REJECTED-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
              WHEN OTHER
                 DISPLAY 'PARAMETERS USED          :' WS-USED-CNT
                 DISPLAY 'CHANGED SINCE LAST RUN   :' WS-CHANGED-CNT
                 DISPLAY 'AWAITING A CHECKER       :' WS-PENDING-CNT
           END-EVALUATE
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXPREG ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
