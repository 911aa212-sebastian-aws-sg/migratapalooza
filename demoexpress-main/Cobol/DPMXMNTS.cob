       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXMNTS.
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
      *    NAME  DPMXMNTS(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXMNTS                                            *
      *                                                                *
      * MAINTENANCE-MODE SWITCH.  SETS, ENDS OR SHOWS THE REGION'S     *
      * ONLINE UPDATE FREEZE (THE 'GLOBAL' ROW OF VDPM89_MAINT_MODE)   *
      * THAT DPMXMNTM ENFORCES IN THE ONLINE UPDATE PROCEDURES.  RUN   *
      * AHEAD OF A DB2 REORG, A DPMXRPRM CATALOG PROMOTION OR THE      *
      * MONTH-END EXTRACTS, AND AGAIN AFTER THEM.                      *
      *                                                                *
      * MODE 'S' (SET): STARTS A FREEZE FOR THE WINDOW ON CARD 3 WITH  *
      *   THE SCOPE ON CARD 4 ('A' ALL UPDATES / 'F' NAMED FUNCTIONS)  *
      *   AND THE MESSAGE ON CARD 5, WHICH IS WHAT THE USER SEES.  FOR *
      *   SCOPE 'F', CARD 6 NAMES THE FROZEN FUNCTIONS.  ANY EARLIER   *
      *   FREEZE IS REPLACED.                                          *
      * MODE 'E' (END): LIFTS THE FREEZE AT ONCE, WHATEVER ITS WINDOW. *
      * MODE 'D' (DISPLAY): SHOWS THE FREEZE ON SYSOUT, CHANGING       *
      *   NOTHING.                                                     *
      * SET AND END ARE LOGGED ON VDPM26 (DPMXALOG) UNDER THE USER.    *
      *                                                                *
      * SYSIN CARDS: 1) MODE (S / E / D)                               *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *       MODE S 3) WINDOW: START CCYY-MM-DD-HH.MM.SS IN 1-19      *
      *                 (BLANK = NOW), END IN 21-39                    *
      *              4) SCOPE (A / F)                                  *
      *              5) USER MESSAGE (80 CHARS)                        *
      *              6) SCOPE F: UP TO 7 FUNCTIONS OF 10 CHARACTERS -  *
      *                 PROGRAM ID X(8), FUNCTION CODE X(1) (THE       *
      *                 PROGRAM'S ACTION INDICATOR; BLANK = ALL OF     *
      *                 THAT PROGRAM'S UPDATES), ONE BLANK             *
      *                                                                *
      * A BAD CARD ENDS THE STEP WITH RC 16 BEFORE ANYTHING CHANGES;   *
      * ENDING WHEN NO FREEZE IS SET IS RC 4.                          *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM89_MAINT_MODE / VDPM89_MAINT_FUNC                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8901 / DPM8902                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXALOG - LOGS THE FREEZE BEING SET OR ENDED                  *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXMNTS'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 SET-MODE                      VALUE 'S'.
           88 END-MODE                      VALUE 'E'.
           88 DISPLAY-MODE                  VALUE 'D'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-RGN-CD                        PIC X(08) VALUE 'GLOBAL'.
      *
       01  WS-WNDW-CARD.
           05 WS-WNDW-STRT-X                PIC X(19).
           05 FILLER                        PIC X(01).
           05 WS-WNDW-END-X                 PIC X(19).
           05 FILLER                        PIC X(41).
       01  WS-SCOPE-CD                      PIC X(01) VALUE SPACES.
           88 SCOPE-VALID                   VALUE 'A' 'F'.
           88 SCOPE-NAMED                   VALUE 'F'.
       01  WS-USER-MSG-TX                   PIC X(80) VALUE SPACES.
       01  WS-FUNC-CARD.
           05 WS-FUNC-ENTRY OCCURS 7 TIMES.
              10 WS-FUNC-PRGM-ID            PIC X(08).
              10 WS-FUNC-CD                 PIC X(01).
              10 FILLER                     PIC X(01).
           05 FILLER                        PIC X(10).
       01  WS-FUNC-IX                       PIC S9(4) COMP VALUE 0.
       01  WS-FUNC-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-BAD-CARD-SW                   PIC X(01) VALUE 'N'.
           88 BAD-CARD                      VALUE 'Y'.
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-FUNCS                 VALUE 'Y'.
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
              INCLUDE DPM8901
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8902
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE MNTS_FUNC_CSR CURSOR FOR
                 SELECT PRGM_ID
                       ,FUNC_CD
                 FROM   VDPM89_MAINT_FUNC
                 WHERE  RGN_CD = :WS-RGN-CD
                 ORDER BY PRGM_ID, FUNC_CD
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN SET-MODE
                 PERFORM 2000-SET-FREEZE
              WHEN END-MODE
                 PERFORM 3000-END-FREEZE THRU 3000-EXIT
           END-EVALUATE
           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 4000-SHOW-FREEZE THRU 4000-EXIT
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
           DISPLAY 'DPMXMNTS STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           IF SET-MODE
              ACCEPT WS-WNDW-CARD           FROM SYSIN
              ACCEPT WS-SCOPE-CD            FROM SYSIN
              ACCEPT WS-USER-MSG-TX         FROM SYSIN
              MOVE SPACES                   TO WS-FUNC-CARD
              IF SCOPE-NAMED
                 ACCEPT WS-FUNC-CARD        FROM SYSIN
              END-IF
           END-IF

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT SET-MODE AND NOT END-MODE AND NOT DISPLAY-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF SET-MODE
              PERFORM 1100-EDIT-SET-CARDS
              IF BAD-CARD
                 DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           DISPLAY WS-DASHES
           .
      *------------------------*
       1100-EDIT-SET-CARDS.
      *------------------------*
      * THE WINDOW MUST BE VALID TIMESTAMPS ENDING IN THE FUTURE, AND
      * A NAMED-FUNCTION FREEZE MUST NAME AT LEAST ONE FUNCTION.

           MOVE '1100-EDIT-SET-CARDS'       TO WS-PARAGRAPH-NAME

           IF WS-WNDW-STRT-X = SPACES
              MOVE WS-TS                    TO D089-WNDW-STRT-TS
           ELSE
              EXEC SQL
                 SET :D089-WNDW-STRT-TS =
                     CHAR(TIMESTAMP(:WS-WNDW-STRT-X))
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID WINDOW START     :' WS-WNDW-STRT-X
                 SET BAD-CARD               TO TRUE
              END-IF
           END-IF

           EXEC SQL
              SET :D089-WNDW-END-TS = CHAR(TIMESTAMP(:WS-WNDW-END-X))
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID WINDOW END       :' WS-WNDW-END-X
              SET BAD-CARD                  TO TRUE
           END-IF

           IF NOT BAD-CARD
            AND (D089-WNDW-END-TS <= D089-WNDW-STRT-TS
             OR  D089-WNDW-END-TS <= WS-TS)
              DISPLAY 'WINDOW MUST END IN THE FUTURE, AFTER ITS START'
              SET BAD-CARD                  TO TRUE
           END-IF

           IF NOT SCOPE-VALID
              DISPLAY 'INVALID SCOPE            :' WS-SCOPE-CD
              SET BAD-CARD                  TO TRUE
           END-IF

           IF WS-USER-MSG-TX = SPACES
              DISPLAY 'USER MESSAGE REQUIRED'
              SET BAD-CARD                  TO TRUE
           END-IF

           MOVE 0                           TO WS-FUNC-CNT
           PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                   UNTIL WS-FUNC-IX > 7
              IF WS-FUNC-PRGM-ID(WS-FUNC-IX) NOT = SPACES
                 ADD 1                      TO WS-FUNC-CNT
              END-IF
           END-PERFORM
           IF SCOPE-NAMED AND WS-FUNC-CNT = 0
              DISPLAY 'SCOPE F NEEDS AT LEAST ONE FUNCTION'
              SET BAD-CARD                  TO TRUE
           END-IF
           .
      *----------------------------------*
       2000-SET-FREEZE.
      *----------------------------------*
           MOVE '2000-SET-FREEZE'           TO WS-PARAGRAPH-NAME

           MOVE WS-RGN-CD                   TO D089-RGN-CD
           MOVE WS-SCOPE-CD                 TO D089-SCOPE-CD
           MOVE WS-USER-MSG-TX              TO D089-USER-MSG-TX
           MOVE WS-USER-ID                  TO D089-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM89_MAINT_MODE
                 SET MAINT_ACTV_IN    = 'Y'
                    ,WNDW_STRT_TS     = TIMESTAMP(:D089-WNDW-STRT-TS)
                    ,WNDW_END_TS      = TIMESTAMP(:D089-WNDW-END-TS)
                    ,SCOPE_CD         = :D089-SCOPE-CD
                    ,USER_MSG_TX      = :D089-USER-MSG-TX
                    ,ROW_UPDT_USER_ID = :D089-ROW-UPDT-USER-ID
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
               WHERE RGN_CD           = :D089-RGN-CD
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL
                 INSERT INTO VDPM89_MAINT_MODE
                        (RGN_CD
                        ,MAINT_ACTV_IN
                        ,WNDW_STRT_TS
                        ,WNDW_END_TS
                        ,SCOPE_CD
                        ,USER_MSG_TX
                        ,ROW_UPDT_USER_ID
                        ,ROW_UPDT_TS)
                 VALUES (:D089-RGN-CD
                        ,'Y'
                        ,TIMESTAMP(:D089-WNDW-STRT-TS)
                        ,TIMESTAMP(:D089-WNDW-END-TS)
                        ,:D089-SCOPE-CD
                        ,:D089-USER-MSG-TX
                        ,:D089-ROW-UPDT-USER-ID
                        ,CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'VDPM89_MAINT_MODE'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

      * THE FUNCTION LIST BELONGS TO THE FREEZE IT WAS SET WITH.
           MOVE WS-RGN-CD                   TO D89F-RGN-CD
           EXEC SQL
              DELETE FROM VDPM89_MAINT_FUNC
               WHERE RGN_CD = :D89F-RGN-CD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM89_MAINT_FUNC'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF SCOPE-NAMED
              PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                      UNTIL WS-FUNC-IX > 7
                 IF WS-FUNC-PRGM-ID(WS-FUNC-IX) NOT = SPACES
                    PERFORM 2100-INSERT-FUNC
                 END-IF
              END-PERFORM
           END-IF

           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'MAINT FREEZE SET ' D089-SCOPE-CD ' '
                  D089-WNDW-STRT-TS(1:16) ' TO '
                  D089-WNDW-END-TS(1:16)
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           PERFORM 8000-LOG-ACTION
           DISPLAY 'MAINTENANCE FREEZE SET'
           .
      *----------------------------------*
       2100-INSERT-FUNC.
      *----------------------------------*
           MOVE WS-FUNC-PRGM-ID(WS-FUNC-IX) TO D89F-PRGM-ID
           MOVE WS-FUNC-CD(WS-FUNC-IX)      TO D89F-FUNC-CD

           EXEC SQL
              INSERT INTO VDPM89_MAINT_FUNC
                     (RGN_CD
                     ,PRGM_ID
                     ,FUNC_CD)
              VALUES (:D89F-RGN-CD
                     ,:D89F-PRGM-ID
                     ,:D89F-FUNC-CD)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
              MOVE 'VDPM89_MAINT_FUNC'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3000-END-FREEZE.
      *----------------------------------*
           MOVE '3000-END-FREEZE'           TO WS-PARAGRAPH-NAME

           MOVE WS-RGN-CD                   TO D089-RGN-CD
           MOVE WS-USER-ID                  TO D089-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM89_MAINT_MODE
                 SET MAINT_ACTV_IN    = 'N'
                    ,ROW_UPDT_USER_ID = :D089-ROW-UPDT-USER-ID
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
               WHERE RGN_CD           = :D089-RGN-CD
                 AND MAINT_ACTV_IN    = 'Y'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 DISPLAY 'NO MAINTENANCE FREEZE IS SET'
                 MOVE 4                     TO RETURN-CODE
                 GO TO 3000-EXIT
              WHEN OTHER
                 MOVE 'VDPM89_MAINT_MODE'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE 'MAINT FREEZE ENDED'        TO WS-ALOG-DTL-TX
           PERFORM 8000-LOG-ACTION
           DISPLAY 'MAINTENANCE FREEZE ENDED'
           .
       3000-EXIT.
           EXIT.
      *----------------------------------*
       4000-SHOW-FREEZE.
      *----------------------------------*
           MOVE '4000-SHOW-FREEZE'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MAINT_ACTV_IN
                    ,CHAR(WNDW_STRT_TS)
                    ,CHAR(WNDW_END_TS)
                    ,SCOPE_CD
                    ,USER_MSG_TX
                    ,ROW_UPDT_USER_ID
                INTO :D089-MAINT-ACTV-IN
                    ,:D089-WNDW-STRT-TS
                    ,:D089-WNDW-END-TS
                    ,:D089-SCOPE-CD
                    ,:D089-USER-MSG-TX
                    ,:D089-ROW-UPDT-USER-ID
                FROM  VDPM89_MAINT_MODE
               WHERE  RGN_CD = :WS-RGN-CD
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 DISPLAY 'NO MAINTENANCE FREEZE HAS BEEN SET UP'
                 GO TO 4000-EXIT
              WHEN OTHER
                 MOVE 'VDPM89_MAINT_MODE'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           DISPLAY WS-DASHES
           DISPLAY 'FREEZE ACTIVE            :' D089-MAINT-ACTV-IN
           DISPLAY 'WINDOW START             :' D089-WNDW-STRT-TS
           DISPLAY 'WINDOW END               :' D089-WNDW-END-TS
           DISPLAY 'SCOPE                    :' D089-SCOPE-CD
           DISPLAY 'USER MESSAGE             :' D089-USER-MSG-TX
           DISPLAY 'LAST CHANGED BY          :' D089-ROW-UPDT-USER-ID

           IF D089-SCOPE-NAMED
              EXEC SQL
                 OPEN MNTS_FUNC_CSR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'VDPM89_MAINT_FUNC'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF
              PERFORM 4100-FETCH-NEXT-FUNC
              PERFORM UNTIL NO-MORE-FUNCS
                 DISPLAY 'FROZEN FUNCTION          :' D89F-PRGM-ID
                         ' ' D89F-FUNC-CD
                 PERFORM 4100-FETCH-NEXT-FUNC
              END-PERFORM
              EXEC SQL
                 CLOSE MNTS_FUNC_CSR
              END-EXEC
           END-IF
           .
       4000-EXIT.
           EXIT.
      *----------------------------------*
       4100-FETCH-NEXT-FUNC.
      *----------------------------------*
           EXEC SQL
              FETCH MNTS_FUNC_CSR
                INTO :D89F-PRGM-ID
                    ,:D89F-FUNC-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-FUNCS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM89_MAINT_FUNC'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       8000-LOG-ACTION.
      *----------------------------------*
           MOVE WS-USER-ID                  TO WS-ALOG-USER-ID
           MOVE 'B'                         TO WS-ALOG-ACTN-CD
           MOVE 0                           TO WS-ALOG-TMPLT-ID
           MOVE SPACES                      TO WS-ALOG-CMPNY-ID
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
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
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXMNTS ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           GOBACK
           .
