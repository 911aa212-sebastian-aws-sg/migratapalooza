       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXCYRL.
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
      *    NAME  DPMXCYRL(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXCYRL                                            *
      *                                                                *
      * CYCLE-ROLL JOB.  ADVANCES THE VDPM87_CYCLE_DT CONTROL ROW OF   *
      * ONE REGION BY ONE BUSINESS DAY ON THAT REGION'S DPMXBDAY       *
      * CALENDAR (THE OLD CURRENT DATE BECOMES THE PRIOR DATE).  THE   *
      * BATCH SUITE READS ITS RUN ID FROM THAT ROW THROUGH DPMXCYDT.   *
      *                                                                *
      * THE ROLL ONLY HAPPENS ONCE THE CYCLE BEING CLOSED IS REALLY    *
      * DONE: EVERY CRITICAL JOB - THE VDPM35_JOB_DEPND PREDECESSORS   *
      * OF JOB 'DPMXCYRL' - MUST SHOW A COMPLETED ('C') DPMXRCTL ROW   *
      * ON VDPM22_BATCH_JOB_CNTRL FOR THE CURRENT CYCLE'S RUN ID.      *
      * EACH JOB STILL OUTSTANDING IS LISTED AND THE STEP ENDS RC 8    *
      * WITHOUT ROLLING.  THE ROLL ITSELF IS LOGGED ON VDPM26.         *
      *                                                                *
      * MODE 'I' (INITIALIZE) CREATES THE CONTROL ROW FOR A REGION    *
      * THAT HAS NONE, STARTING AT THE GIVEN DATE (PRIOR = THE         *
      * PREVIOUS BUSINESS DAY).  AN EXISTING ROW IS NEVER RESET HERE.  *
      *                                                                *
      * SYSIN CARDS: 1) MODE (R = ROLL, I = INITIALIZE)                *
      *              2) REGION / CALENDAR ID (BLANK = 'GLOBAL')        *
      *              3) REQUESTING USER ID (10 CHARS)                  *
      *              4) MODE I START DATE YYYY-MM-DD                   *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM87_CYCLE_DT / VDPM35_JOB_DEPND / VDPM22_BATCH_JOB_CNTRL    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8701 / DPM3501                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXBDAY - NEXT / PREVIOUS BUSINESS DAY FOR THE REGION         *
      * DPMXALOG - LOGS THE ROLL ON VDPM26                             *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXCYRL'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 ROLL-MODE                     VALUE 'R'.
           88 INITIALIZE-MODE               VALUE 'I'.
       01  WS-RGN-CD                        PIC X(08) VALUE SPACES.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-START-DT                      PIC X(10) VALUE SPACES.
      *
       01  WS-CYCLE-RUN-ID                  PIC X(08) VALUE SPACES.
       01  WS-NEXT-CYCLE-DT                 PIC X(10) VALUE SPACES.
       01  WS-PENDING-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-ROW-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-ROLLED-SW                     PIC X(01) VALUE 'N'.
           88 CYCLE-ROLLED                  VALUE 'Y'.
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-JOBS                  VALUE 'Y'.
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
       01  WS-ALOG-PROGRAM                  PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID               PIC X(10).
           05 WS-ALOG-ACTN-CD               PIC X(01).
           05 WS-ALOG-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ALOG-CMPNY-ID              PIC X(08).
           05 WS-ALOG-DTL-TX                PIC X(80).
           05 WS-ALOG-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8701
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM3501
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * CRITICAL JOBS WITHOUT A COMPLETED CONTROL ROW FOR THE CYCLE
      * BEING CLOSED.
           EXEC SQL
              DECLARE CYRL_PEND_CSR CURSOR FOR
                 SELECT DPND.PRED_JOB_NAME
                 FROM   VDPM35_JOB_DEPND DPND
                 WHERE  DPND.JOB_NAME = :WS-PROGRAM
                   AND  NOT EXISTS
                        (SELECT 1
                           FROM VDPM22_BATCH_JOB_CNTRL CTRL
                          WHERE CTRL.JOB_NAME = DPND.PRED_JOB_NAME
                            AND CTRL.RUN_ID   = :WS-CYCLE-RUN-ID
                            AND CTRL.CNTRL_STAT_CD = 'C')
                 ORDER BY DPND.PRED_JOB_NAME
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN ROLL-MODE
                 PERFORM 2000-ROLL-CYCLE THRU 2000-EXIT
              WHEN OTHER
                 PERFORM 3000-INITIALIZE-REGION THRU 3000-EXIT
           END-EVALUATE
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
           DISPLAY 'DPMXCYRL STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-RGN-CD                 FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           IF INITIALIZE-MODE
              ACCEPT WS-START-DT            FROM SYSIN
           END-IF
           IF WS-RGN-CD = SPACES
              MOVE 'GLOBAL'                 TO WS-RGN-CD
           END-IF

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REGION                   :' WS-RGN-CD
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           IF INITIALIZE-MODE
              DISPLAY 'START DATE               :' WS-START-DT
           END-IF

           IF WS-USER-ID = SPACES
            OR (NOT ROLL-MODE AND NOT INITIALIZE-MODE)
            OR (INITIALIZE-MODE AND WS-START-DT = SPACES)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-ROLL-CYCLE.
      *----------------------------------*
           MOVE '2000-ROLL-CYCLE'           TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CHAR(CRNT_CYCLE_DT, ISO)
                    ,CHAR(PRIOR_CYCLE_DT, ISO)
                INTO :D087-CRNT-CYCLE-DT
                    ,:D087-PRIOR-CYCLE-DT
                FROM  VDPM87_CYCLE_DT
               WHERE  RGN_CD = :WS-RGN-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 DISPLAY 'NO CYCLE DATE ROW FOR REGION ' WS-RGN-CD
                         ' - RUN MODE I FIRST'
                 MOVE 8                     TO RETURN-CODE
                 GO TO 2000-EXIT
              WHEN OTHER
                 MOVE 'VDPM87_CYCLE_DT'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           STRING D087-CRNT-CYCLE-DT(1:4)
                  D087-CRNT-CYCLE-DT(6:2)
                  D087-CRNT-CYCLE-DT(9:2)
                  DELIMITED BY SIZE INTO WS-CYCLE-RUN-ID
           END-STRING
           DISPLAY 'CYCLE BEING CLOSED       :' D087-CRNT-CYCLE-DT
                   ' (RUN ID ' WS-CYCLE-RUN-ID ')'

           PERFORM 2100-CHECK-CRITICAL-JOBS
           IF WS-PENDING-CNT > 0
              DISPLAY 'CRITICAL JOBS NOT COMPLETE:' WS-PENDING-CNT
                      ' - CYCLE NOT ROLLED'
              MOVE 8                        TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'A'                         TO WS-BDAY-FUNC-CD
           MOVE D087-CRNT-CYCLE-DT          TO WS-BDAY-IN-DT
           MOVE SPACES                      TO WS-BDAY-END-DT
           MOVE 1                           TO WS-BDAY-IN-DAYS
           MOVE WS-RGN-CD                   TO WS-BDAY-CLNDR-ID
           CALL WS-BDAY-PROGRAM USING WS-BDAY-PASS-AREA
           IF WS-BDAY-OUT-IND = 'X'
              MOVE WS-BDAY-SQLCODE          TO SQLCODE
              MOVE 'VDPM27_HLDY_CLNDR'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           MOVE WS-BDAY-OUT-DT              TO WS-NEXT-CYCLE-DT

      * THE CURRENT DATE IN THE WHERE CLAUSE STOPS A SECOND ROLL
      * RUNNING CONCURRENTLY FROM ADVANCING THE REGION TWICE.
           EXEC SQL
              UPDATE VDPM87_CYCLE_DT
                 SET PRIOR_CYCLE_DT   = CRNT_CYCLE_DT
                    ,CRNT_CYCLE_DT    = DATE(:WS-NEXT-CYCLE-DT)
                    ,ROLL_TS          = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE RGN_CD           = :WS-RGN-CD
                 AND CRNT_CYCLE_DT    = DATE(:D087-CRNT-CYCLE-DT)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM87_CYCLE_DT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           IF SQLERRD(3) = 0
              DISPLAY 'CYCLE ALREADY ROLLED BY ANOTHER RUN - NO CHANGE'
              MOVE 8                        TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF

           SET CYCLE-ROLLED                 TO TRUE
           DISPLAY 'CYCLE ROLLED TO          :' WS-NEXT-CYCLE-DT

           MOVE WS-USER-ID                  TO WS-ALOG-USER-ID
           MOVE 'B'                         TO WS-ALOG-ACTN-CD
           MOVE 0                           TO WS-ALOG-TMPLT-ID
           MOVE SPACES                      TO WS-ALOG-CMPNY-ID
                                               WS-ALOG-DTL-TX
           STRING 'CYCLE ROLL ' WS-RGN-CD ' '
                  D087-CRNT-CYCLE-DT ' TO ' WS-NEXT-CYCLE-DT
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA

           EXEC SQL
              COMMIT
           END-EXEC
           .
       2000-EXIT.
           EXIT.
      *----------------------------------*
       2100-CHECK-CRITICAL-JOBS.
      *----------------------------------*
           MOVE '2100-CHECK-CRITICAL-JOBS'  TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN CYRL_PEND_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM35_JOB_DEPND'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM UNTIL NO-MORE-JOBS
              EXEC SQL
                 FETCH CYRL_PEND_CSR
                   INTO :D35A-PRED-JOB-NAME
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1                   TO WS-PENDING-CNT
                    DISPLAY 'NOT COMPLETE FOR CYCLE   :'
                            D35A-PRED-JOB-NAME
                 WHEN +100
                    SET NO-MORE-JOBS        TO TRUE
                 WHEN OTHER
                    MOVE 'VDPM22_BATCH_JOB_CNTRL'
                                            TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE CYRL_PEND_CSR
           END-EXEC
           .
      *----------------------------------*
       3000-INITIALIZE-REGION.
      *----------------------------------*
           MOVE '3000-INITIALIZE-REGION'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM  VDPM87_CYCLE_DT
               WHERE  RGN_CD = :WS-RGN-CD
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM87_CYCLE_DT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           IF WS-ROW-CNT > 0
              DISPLAY 'REGION ' WS-RGN-CD
                      ' ALREADY HAS A CYCLE DATE - NOT RESET'
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'P'                         TO WS-BDAY-FUNC-CD
           MOVE SPACES                      TO WS-BDAY-END-DT
           MOVE 0                           TO WS-BDAY-IN-DAYS
           MOVE WS-RGN-CD                   TO WS-BDAY-CLNDR-ID
           EXEC SQL
              SET :WS-BDAY-IN-DT = CHAR(DATE(:WS-START-DT) - 1 DAY, ISO)
           END-EXEC
           CALL WS-BDAY-PROGRAM USING WS-BDAY-PASS-AREA
           IF WS-BDAY-OUT-IND = 'X'
              MOVE WS-BDAY-SQLCODE          TO SQLCODE
              MOVE 'VDPM27_HLDY_CLNDR'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-RGN-CD                   TO D087-RGN-CD
           MOVE WS-START-DT                 TO D087-CRNT-CYCLE-DT
           MOVE WS-BDAY-OUT-DT              TO D087-PRIOR-CYCLE-DT
           MOVE WS-USER-ID                  TO D087-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM87_CYCLE_DT
                     (RGN_CD
                     ,CRNT_CYCLE_DT
                     ,PRIOR_CYCLE_DT
                     ,ROLL_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D087-RGN-CD
                     ,DATE(:D087-CRNT-CYCLE-DT)
                     ,DATE(:D087-PRIOR-CYCLE-DT)
                     ,CURRENT TIMESTAMP
                     ,:D087-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM87_CYCLE_DT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           DISPLAY 'REGION ' WS-RGN-CD ' STARTED AT CYCLE '
                   D087-CRNT-CYCLE-DT ' (PRIOR ' D087-PRIOR-CYCLE-DT ')'

           EXEC SQL
              COMMIT
           END-EXEC
           .
       3000-EXIT.
           EXIT.
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
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXCYRL ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           GOBACK
           .
