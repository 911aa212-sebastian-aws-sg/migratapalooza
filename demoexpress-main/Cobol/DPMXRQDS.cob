       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXRQDS.
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
      *    NAME  DPMXRQDS(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXRQDS                                            *
      *                                                                *
      * OVERNIGHT REPORT REQUEST DISPATCHER.  TAKES THE QUEUED ('Q')   *
      * ROWS THE DPMXRQSU REQUEST SCREEN PUT ON VDPM78_RPT_RQST,       *
      * OLDEST FIRST, AND SUBMITS ONE JOB PER REQUEST THROUGH THE      *
      * INTERNAL READER (DD INTRDR) SO NOBODY HAS TO KEY SYSIN CARDS.  *
      * EACH JOB IS THE JOB STATEMENT CARDS FROM DD JOBSKEL FOLLOWED   *
      * BY ONE EXEC OF THE REPORT REQUEST PROCEDURE (SYSIN CARD 3,     *
      * DEFAULT DPMXRQPR) WITH IN-STREAM SYSIN FOR ITS TWO STEPS:      *
      *                                                                *
      *   RUN - DPMXRQRN MODE 'R': RUNS THE REPORT PROGRAM.  THE CARDS *
      *         AFTER THE MODE CARD ARE THE REPORT'S OWN SYSIN CARDS   *
      *         BUILT FROM THE REQUEST:                                *
      *           MRND - TEMPLATE ID (9), LOCALE OPTION                *
      *           ERDL - AMENDMENT ID (18)                             *
      *           DATO - TEMPLATE ID (9), AS-OF TIMESTAMP              *
      *           MCXP - NONE (DPMXMCXP IS CALLED WITH THE TEMPLATE)   *
      *   STR - DPMXRQRN MODE 'S': FILES THE OUTPUT AS THE DOCUMENT    *
      *         AND ALERTS THE REQUESTER.                              *
      *                                                                *
      * THE PROCEDURE ROUTES THE RUN STEP'S SYSOUT TO DD RPTOUT AND    *
      * ITS RNDROUT TO DD RNDOUT OF THE STR STEP, WHICH RUNS EVEN IF   *
      * THE RUN STEP FAILS SO THE REQUEST IS ALWAYS CLOSED.            *
      *                                                                *
      * A REQUEST WHOSE REQUESTER NO LONGER HOLDS A ROLE ALLOWED THE   *
      * REPORT ON VDPM79_RPT_ROLE IS NOT SUBMITTED - IT IS FAILED      *
      * ('F') WITH THE REASON.  A SUBMITTED REQUEST GOES TO            *
      * DISPATCHED ('D') AND IS COMMITTED WITH ITS JOB, SO A RERUN     *
      * NEVER SUBMITS IT TWICE.                                        *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *              2) MAXIMUM REQUESTS TO SUBMIT (3 DIGITS,          *
      *                 DEFAULT 100)                                   *
      *              3) REPORT REQUEST PROCEDURE NAME (8 CHARS,        *
      *                 DEFAULT DPMXRQPR)                              *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM78_RPT_RQST       - REPORT REQUEST QUEUE                   *
      * VDPM79_RPT_ROLE       - REPORT / ROLE PERMISSION               *
      * VDPM03_USER_ROLE      - USER ROLE ASSIGNMENT                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM7801                                                *
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
           SELECT JOBSKEL          ASSIGN TO JOBSKEL
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT INTRDR           ASSIGN TO INTRDR
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  JOBSKEL
           RECORDING MODE IS F.
       01  JOBSKEL-REC                      PIC X(80).
      *
       FD  INTRDR
           RECORDING MODE IS F.
       01  INTRDR-REC                       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXRQDS'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-MAX-RQST-X                    PIC X(03) VALUE SPACES.
       01  WS-MAX-RQST                      PIC S9(4) COMP VALUE 0.
       01  WS-PROC-NM                       PIC X(08) VALUE SPACES.
       01  WS-ROLE-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-RQST-ID-ED                    PIC 9(09).
       01  WS-TMPLT-ID-ED                   PIC 9(09).
       01  WS-AMND-ID-ED                    PIC 9(18).
       01  WS-RSLT-TX                       PIC X(80) VALUE SPACES.
       01  WS-NOT-ALLOWED-TX                PIC X(80) VALUE
           'REPORT NO LONGER ALLOWED FOR THE REQUESTER''S ROLES'.
      *
       01  WS-SKEL-AREA.
           05 WS-SKEL-MAX                   PIC S9(4) COMP VALUE 20.
           05 WS-SKEL-CNT                   PIC S9(4) COMP VALUE 0.
           05 WS-SKEL-IX                    PIC S9(4) COMP VALUE 0.
           05 WS-SKEL-CARD                  PIC X(80) OCCURS 20 TIMES.
      *
       01  WS-CARD                          PIC X(80).
       01  WS-EXEC-CARD.
           05 FILLER                        PIC X(02) VALUE '//'.
           05 FILLER                        PIC X(02) VALUE 'RQ'.
           05 WS-EXEC-STEP-NO               PIC 9(06).
           05 FILLER                        PIC X(06) VALUE ' EXEC '.
           05 WS-EXEC-PROC-NM               PIC X(08).
           05 FILLER                        PIC X(56) VALUE SPACES.
       01  WS-MODE-CARD.
           05 WS-MODE-CD                    PIC X(01).
           05 WS-MODE-RQST-ID               PIC 9(09).
           05 FILLER                        PIC X(70) VALUE SPACES.
      *
       01  WS-SUBMIT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-REFUSE-CNT                    PIC S9(9) COMP VALUE 0.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-RQST                  VALUE 'Y'.
       01  WS-SKEL-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-SKEL                  VALUE 'Y'.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM7801
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE QUEUED_RQST_CSR CURSOR WITH HOLD FOR
                 SELECT RPT_RQST_ID
                       ,RPT_CD
                       ,RQST_USER_ID
                       ,MCA_TMPLT_ID
                       ,MCA_AMND_ID
                       ,CHAR(AS_OF_TS)
                       ,LOCALE_IN
                 FROM   VDPM78_RPT_RQST
                 WHERE  RQST_STAT_CD = 'Q'
                 ORDER BY RQST_TS, RPT_RQST_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DISPATCH-REQUESTS
           CLOSE INTRDR
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
           DISPLAY 'DPMXRQDS STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-MAX-RQST-X             FROM SYSIN
           ACCEPT WS-PROC-NM                FROM SYSIN
           IF WS-MAX-RQST-X IS NOT NUMERIC
            OR WS-MAX-RQST-X = '000'
              MOVE '100'                    TO WS-MAX-RQST-X
           END-IF
           COMPUTE WS-MAX-RQST = FUNCTION NUMVAL(WS-MAX-RQST-X)
           IF WS-PROC-NM = SPACES
              MOVE 'DPMXRQPR'               TO WS-PROC-NM
           END-IF
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'MAXIMUM REQUESTS         :' WS-MAX-RQST-X
           DISPLAY 'REQUEST PROCEDURE        :' WS-PROC-NM
           DISPLAY WS-DASHES

           IF WS-USER-ID = SPACES
              DISPLAY 'MISSING SYSIN PARAMETER - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-LOAD-JOB-SKELETON
           OPEN OUTPUT INTRDR
           .
      *----------------------------------*
       1100-LOAD-JOB-SKELETON.
      *----------------------------------*
      * THE JOB STATEMENT AND ANY JES CONTROL CARDS ARE SITE-OWNED AND
      * COPIED AS THEY ARE AHEAD OF EVERY GENERATED JOB.

           MOVE '1100-LOAD-JOB-SKELETON'    TO WS-PARAGRAPH-NAME

           OPEN INPUT JOBSKEL
           PERFORM UNTIL NO-MORE-SKEL
              READ JOBSKEL
                 AT END
                    SET NO-MORE-SKEL        TO TRUE
                 NOT AT END
                    IF WS-SKEL-CNT < WS-SKEL-MAX
                       ADD 1                TO WS-SKEL-CNT
                       MOVE JOBSKEL-REC     TO WS-SKEL-CARD(WS-SKEL-CNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBSKEL

           IF WS-SKEL-CNT = 0
              DISPLAY 'NO JOB STATEMENT ON DD JOBSKEL - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2000-DISPATCH-REQUESTS.
      *----------------------------------*
           MOVE '2000-DISPATCH-REQUESTS'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN QUEUED_RQST_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM78_RPT_RQST'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-RQST
           PERFORM UNTIL NO-MORE-RQST
                      OR WS-SUBMIT-CNT >= WS-MAX-RQST
              PERFORM 3000-DISPATCH-ONE-RQST
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 2100-FETCH-NEXT-RQST
           END-PERFORM

           EXEC SQL
              CLOSE QUEUED_RQST_CSR
           END-EXEC
           .
      *----------------------------------*
       2100-FETCH-NEXT-RQST.
      *----------------------------------*
           MOVE '2100-FETCH-NEXT-RQST'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH QUEUED_RQST_CSR
                INTO :D78A-RPT-RQST-ID
                    ,:D78A-RPT-CD
                    ,:D78A-RQST-USER-ID
                    ,:D78A-MCA-TMPLT-ID
                    ,:D78A-MCA-AMND-ID
                    ,:D78A-AS-OF-TS
                    ,:D78A-LOCALE-IN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-RQST           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM78_RPT_RQST'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-DISPATCH-ONE-RQST.
      *----------------------------------*
           MOVE '3000-DISPATCH-ONE-RQST'    TO WS-PARAGRAPH-NAME

           MOVE D78A-RPT-RQST-ID            TO WS-RQST-ID-ED

      * ROLES MAY HAVE CHANGED SINCE THE REQUEST WAS QUEUED.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROLE-CNT
                FROM  VDPM03_USER_ROLE USRR
                     ,VDPM79_RPT_ROLE  RPTR
               WHERE  USRR.CMPNY_USER_ID = :D78A-RQST-USER-ID
                 AND  RPTR.ROLE_CD       = USRR.ROLE_CD
                 AND  RPTR.RPT_CD        = :D78A-RPT-CD
                 AND  RPTR.ALLOW_IN      = 'Y'
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM79_RPT_ROLE'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROLE-CNT = 0
              PERFORM 3300-REFUSE-RQST
           ELSE
              PERFORM 3100-WRITE-JOB
              PERFORM 3200-MARK-DISPATCHED
           END-IF
           .
      *----------------------------------*
       3100-WRITE-JOB.
      *----------------------------------*
           MOVE '3100-WRITE-JOB'            TO WS-PARAGRAPH-NAME

           PERFORM VARYING WS-SKEL-IX FROM 1 BY 1
                     UNTIL WS-SKEL-IX > WS-SKEL-CNT
              WRITE INTRDR-REC FROM WS-SKEL-CARD(WS-SKEL-IX)
           END-PERFORM

           MOVE WS-RQST-ID-ED               TO WS-EXEC-STEP-NO
           MOVE WS-PROC-NM                  TO WS-EXEC-PROC-NM
           WRITE INTRDR-REC FROM WS-EXEC-CARD

      * RUN STEP: MODE CARD, THEN THE REPORT'S OWN SYSIN CARDS.
           MOVE '//RUN.SYSIN DD *'          TO WS-CARD
           WRITE INTRDR-REC FROM WS-CARD
           MOVE 'R'                         TO WS-MODE-CD
           MOVE WS-RQST-ID-ED               TO WS-MODE-RQST-ID
           WRITE INTRDR-REC FROM WS-MODE-CARD

           EVALUATE TRUE
              WHEN D78A-RPT-AGRMT-RENDER
                 MOVE SPACES                TO WS-CARD
                 MOVE D78A-MCA-TMPLT-ID     TO WS-TMPLT-ID-ED
                 MOVE WS-TMPLT-ID-ED        TO WS-CARD(1:9)
                 WRITE INTRDR-REC FROM WS-CARD
                 MOVE D78A-LOCALE-IN        TO WS-CARD
                 WRITE INTRDR-REC FROM WS-CARD
              WHEN D78A-RPT-REDLINE
                 MOVE SPACES                TO WS-CARD
                 MOVE D78A-MCA-AMND-ID      TO WS-AMND-ID-ED
                 MOVE WS-AMND-ID-ED         TO WS-CARD(1:18)
                 WRITE INTRDR-REC FROM WS-CARD
              WHEN D78A-RPT-AS-OF
                 MOVE SPACES                TO WS-CARD
                 MOVE D78A-MCA-TMPLT-ID     TO WS-TMPLT-ID-ED
                 MOVE WS-TMPLT-ID-ED        TO WS-CARD(1:9)
                 WRITE INTRDR-REC FROM WS-CARD
                 MOVE D78A-AS-OF-TS         TO WS-CARD
                 WRITE INTRDR-REC FROM WS-CARD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE '/*'                        TO WS-CARD
           WRITE INTRDR-REC FROM WS-CARD

      * STORE STEP: MODE CARD ONLY.
           MOVE '//STR.SYSIN DD *'          TO WS-CARD
           WRITE INTRDR-REC FROM WS-CARD
           MOVE 'S'                         TO WS-MODE-CD
           WRITE INTRDR-REC FROM WS-MODE-CARD
           MOVE '/*'                        TO WS-CARD
           WRITE INTRDR-REC FROM WS-CARD
           .
      *----------------------------------*
       3200-MARK-DISPATCHED.
      *----------------------------------*
           MOVE '3200-MARK-DISPATCHED'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM78_RPT_RQST
                 SET RQST_STAT_CD     = 'D'
                    ,DSPT_TS          = CURRENT TIMESTAMP
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE RPT_RQST_ID      = :D78A-RPT-RQST-ID
                 AND RQST_STAT_CD     = 'Q'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM78_RPT_RQST'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-SUBMIT-CNT
           DISPLAY 'SUBMITTED REQUEST ' WS-RQST-ID-ED
                   ' ' D78A-RPT-CD
                   ' FOR ' D78A-RQST-USER-ID
           .
      *----------------------------------*
       3300-REFUSE-RQST.
      *----------------------------------*
           MOVE '3300-REFUSE-RQST'          TO WS-PARAGRAPH-NAME

           MOVE WS-NOT-ALLOWED-TX           TO WS-RSLT-TX
           EXEC SQL
              UPDATE VDPM78_RPT_RQST
                 SET RQST_STAT_CD     = 'F'
                    ,DSPT_TS          = CURRENT TIMESTAMP
                    ,CMPL_TS          = CURRENT TIMESTAMP
                    ,RSLT_TX          = :WS-RSLT-TX
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE RPT_RQST_ID      = :D78A-RPT-RQST-ID
                 AND RQST_STAT_CD     = 'Q'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM78_RPT_RQST'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-REFUSE-CNT
           DISPLAY 'REFUSED   REQUEST ' WS-RQST-ID-ED
                   ' ' D78A-RPT-CD
                   ' FOR ' D78A-RQST-USER-ID
                   ' - ROLE NO LONGER ALLOWED'
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
           DISPLAY 'REQUESTS SUBMITTED       :' WS-SUBMIT-CNT
           DISPLAY 'REQUESTS REFUSED         :' WS-REFUSE-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXRQDS ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REFUSE-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
