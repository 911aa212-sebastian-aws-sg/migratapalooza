       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTRCL.
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
      *    NAME  DPMXTRCL(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTRCL                                            *
      *                                                                *
      * COUNTERPARTY RESPONSE DEADLINE PROCESSING.  DPMXMSTU           *
      * 2300-SUBMIT-TO-CP STAMPS AN OPEN VDPM57_CP_RSPNS ROW EVERY     *
      * TIME A DEALER SENDS A WORKING TEMPLATE TO THE CLIENT, WITH A   *
      * REMINDER DATE HALFWAY THROUGH THE RESPONSE WINDOW AND A DUE    *
      * DATE AT ITS END (BUSINESS DAYS, DPMXBDAY, ON THE TEMPLATE'S    *
      * REGION CALENDAR).  MODES:                                      *
      *                                                                *
      * MODE 'N' (NIGHTLY): WORKS EVERY OPEN ROW -                     *
      *   TEMPLATE NO LONGER WITH THE CLIENT - THE ROW IS CLOSED AS    *
      *                          ANSWERED                              *
      *   PAST THE DUE DATE    - THE TEMPLATE IS RECALLED TO THE       *
      *                          DEALER (PENDING DEALER REVIEW), THE   *
      *                          SUBMITTING USER IS ALERTED AND THE    *
      *                          RECALL IS WRITTEN TO THE VDPM26 USER  *
      *                          ACTION LOG ('R')                      *
      *   ON/PAST REMINDER DATE - ONE REMINDER ALERT TO THE            *
      *                          SUBMITTING USER                       *
      * THE NIGHTLY RUN DOES NOTHING ON A DAY THAT IS NOT A GLOBAL     *
      * BUSINESS DAY; THE NEXT RUN CATCHES UP.                         *
      *                                                                *
      * MODE 'X' (EXTEND): THE DEALER DESK EXTENDS OPEN DEADLINES      *
      * FROM DD EXTNCRDS.  CARD: TEMPLATE ID 9(9), BLANK, EXTRA        *
      * BUSINESS DAYS 9(3), BLANK, DEALER USER ID X(10).  THE USER     *
      * MUST BELONG TO THE TEMPLATE'S DEALER COMPANY.  THE DUE DATE    *
      * MOVES OUT BY THE EXTRA DAYS AND THE EXTENSION IS LOGGED ('E'); *
      * A TEMPLATE IS ONLY RECALLED ONCE THE EXTENDED DATE PASSES.     *
      *                                                                *
      * REJECTED CARDS (MODE X) END THE STEP WITH RC 4.                *
      *                                                                *
      * SYSIN CARDS: 1) MODE (N / X)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM57_CP_RSPNS / VDPM14_MCA_TMPLT / VDPM15_TMPLT_WORK /       *
      * VDPM03_CMPNY_USER                                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM5701                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXBDAY - BUSINESS-DAY CHECK AND DEADLINE ARITHMETIC          *
      * DPMXASUP - RAISES REMINDER/RECALL ALERTS                       *
      *            (STORM-SUPPRESSED FRONT-END TO DPMXAALR)            *
      * DPMXALOG - RECORDS EVERY RECALL AND EXTENSION                  *
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
           SELECT EXTNCRDS         ASSIGN TO EXTNCRDS
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EXTNCRDS
           RECORDING MODE IS F.
       01  EXTNCRDS-REC.
           05 EX-MCA-TMPLT-ID               PIC 9(9).
           05 FILLER                        PIC X(1).
           05 EX-EXTN-DAYS                  PIC 9(3).
           05 FILLER                        PIC X(1).
           05 EX-DELR-USER-ID               PIC X(10).
           05 FILLER                        PIC X(56).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTRCL'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 NIGHTLY-MODE                  VALUE 'N'.
           88 EXTEND-MODE                   VALUE 'X'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-TODAY-DT                      PIC X(10) VALUE SPACES.
      *
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-SBMT-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-DELR-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-CLNT-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-CLNDR-ID                      PIC X(8)  VALUE SPACES.
       01  WS-DUE-DT                        PIC X(10) VALUE SPACES.
       01  WS-CUR-DELR-STAT-CD              PIC X(1)  VALUE SPACES.
       01  WS-CUR-CLNT-STAT-CD              PIC X(1)  VALUE SPACES.
       01  WS-RMNDR-SENT-IN                 PIC X(1)  VALUE SPACES.
           88 RMNDR-ALREADY-SENT            VALUE 'Y'.
       01  WS-PAST-DUE-IN                   PIC X(1)  VALUE SPACES.
           88 RSPNS-PAST-DUE                VALUE 'Y'.
       01  WS-RMNDR-DUE-IN                  PIC X(1)  VALUE SPACES.
           88 RMNDR-DUE                     VALUE 'Y'.
       01  WS-USER-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-DAYS-ED                       PIC ZZ9.
       01  WS-MSG-PTR                       PIC S9(4) COMP VALUE 1.
      *
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ANSWERED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-REMIND-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-RECALL-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-EXTEND-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
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
              INCLUDE DPM5701
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * THE TEMPLATE'S CURRENT STATUS COMES BACK WITH EACH OPEN ROW SO
      * ONE THAT THE CLIENT HAS ALREADY ANSWERED IS SIMPLY CLOSED.
      * DB2 DOES THE DATE COMPARISONS.
           EXEC SQL
              DECLARE RSPNS_OPEN_CSR CURSOR FOR
                 SELECT RSP.MCA_TMPLT_ID
                       ,RSP.SBMT_USER_ID
                       ,RSP.DELR_CMPNY_ID
                       ,RSP.CLNT_CMPNY_ID
                       ,RSP.RSPNS_DUE_DT
                       ,RSP.RMNDR_SENT_IN
                       ,COALESCE(DPM14.MCA_DELR_STAT_CD, ' ')
                       ,COALESCE(DPM14.MCA_CLNT_STAT_CD, ' ')
                       ,CASE WHEN CURRENT DATE > RSP.RSPNS_DUE_DT
                             THEN 'Y' ELSE 'N' END
                       ,CASE WHEN CURRENT DATE >= RSP.RMNDR_DT
                             THEN 'Y' ELSE 'N' END
                 FROM   VDPM57_CP_RSPNS RSP
                 LEFT OUTER JOIN VDPM14_MCA_TMPLT DPM14
                   ON   DPM14.MCA_TMPLT_ID = RSP.MCA_TMPLT_ID
                 WHERE  RSP.RSPNS_STAT_CD = 'O'
                 ORDER BY RSP.RSPNS_DUE_DT, RSP.MCA_TMPLT_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN NIGHTLY-MODE
                 PERFORM 2000-PROCESS-OPEN-RSPNS THRU 2000-EXIT
                 PERFORM 8200-FLUSH-ALERT-ROLLUPS
              WHEN OTHER
                 PERFORM 4000-EXTEND-DEADLINES
           END-EVALUATE
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
           EXEC SQL
              SET :WS-TODAY-DT = CURRENT DATE
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXTRCL STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT NIGHTLY-MODE AND NOT EXTEND-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-PROCESS-OPEN-RSPNS.
      *----------------------------------*
           MOVE '2000-PROCESS-OPEN-RSPNS'   TO WS-PARAGRAPH-NAME

           MOVE 'B'                         TO WS-BDAY-FUNC-CD
           MOVE WS-TODAY-DT                 TO WS-BDAY-IN-DT
           MOVE SPACES                      TO WS-BDAY-CLNDR-ID
           CALL WS-BDAY-PROGRAM USING WS-BDAY-PASS-AREA
           IF WS-BDAY-OUT-IND NOT = 'Y'
              DISPLAY 'NOT A BUSINESS DAY       :' WS-TODAY-DT
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
              OPEN RSPNS_OPEN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM57_CP_RSPNS'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-RSPNS
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-OPEN-CNT
              PERFORM 3000-WORK-ONE-RSPNS
              PERFORM 2100-FETCH-NEXT-RSPNS
           END-PERFORM

           EXEC SQL
              CLOSE RSPNS_OPEN_CSR
           END-EXEC
           .
       2000-EXIT.
           EXIT.
      *----------------------------------*
       2100-FETCH-NEXT-RSPNS.
      *----------------------------------*
           MOVE '2100-FETCH-NEXT-RSPNS'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH RSPNS_OPEN_CSR
                INTO :WS-TMPLT-ID
                    ,:WS-SBMT-USER-ID
                    ,:WS-DELR-CMPNY-ID
                    ,:WS-CLNT-CMPNY-ID
                    ,:WS-DUE-DT
                    ,:WS-RMNDR-SENT-IN
                    ,:WS-CUR-DELR-STAT-CD
                    ,:WS-CUR-CLNT-STAT-CD
                    ,:WS-PAST-DUE-IN
                    ,:WS-RMNDR-DUE-IN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM57_CP_RSPNS'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-WORK-ONE-RSPNS.
      *----------------------------------*
      * A TEMPLATE THE CLIENT HAS ALREADY MOVED ON IS CLOSED; OTHERWISE
      * RECALL WINS OVER THE REMINDER WHEN BOTH ARE DUE.

           MOVE '3000-WORK-ONE-RSPNS'       TO WS-PARAGRAPH-NAME

           MOVE WS-TMPLT-ID                 TO WS-TMPLT-ID-ED

           EVALUATE TRUE
              WHEN WS-CUR-DELR-STAT-CD NOT = 'D'
               OR WS-CUR-CLNT-STAT-CD NOT = 'P'
                 MOVE 'A'                   TO D57A-RSPNS-STAT-CD
                 PERFORM 3900-SET-RSPNS-STAT
                 ADD 1                      TO WS-ANSWERED-CNT
              WHEN RSPNS-PAST-DUE
                 PERFORM 3300-RECALL-TMPLT THRU 3300-EXIT
              WHEN RMNDR-DUE
               AND NOT RMNDR-ALREADY-SENT
                 PERFORM 3200-REMIND-DEALER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------*
       3200-REMIND-DEALER.
      *----------------------------------*
           MOVE '3200-REMIND-DEALER'        TO WS-PARAGRAPH-NAME

           MOVE WS-SBMT-USER-ID             TO WS-ALERT-USER-ID
           MOVE SPACES                      TO WS-ALERT-SUB
           STRING 'COUNTERPARTY RESPONSE DUE ' WS-DUE-DT
                  ' ON TMPLT ' WS-TMPLT-ID-ED
                  DELIMITED BY SIZE INTO WS-ALERT-SUB
           END-STRING
           MOVE SPACES                      TO WS-ALERT-MSG-DT
           MOVE 1                           TO WS-MSG-PTR
           STRING 'TEMPLATE ' WS-TMPLT-ID-ED
                  ' SENT TO COUNTERPARTY ' WS-CLNT-CMPNY-ID
                  ' IS STILL AWAITING ITS RESPONSE. IT WILL BE'
                  ' RECALLED TO THE DEALER AFTER ' WS-DUE-DT
                  ' UNLESS THE DEADLINE IS EXTENDED.'
                  DELIMITED BY SIZE INTO WS-ALERT-MSG-DT
                  WITH POINTER WS-MSG-PTR
           END-STRING
           PERFORM 8000-RAISE-ALERT

           MOVE WS-USER-ID                  TO D57A-ROW-UPDT-USER-ID
           EXEC SQL
              UPDATE VDPM57_CP_RSPNS
                 SET RMNDR_SENT_IN    = 'Y'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D57A-ROW-UPDT-USER-ID
               WHERE MCA_TMPLT_ID     = :WS-TMPLT-ID
                 AND RSPNS_STAT_CD    = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM57_CP_RSPNS'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-REMIND-CNT
           .
      *----------------------------------*
       3300-RECALL-TMPLT.
      *----------------------------------*
      * PAST THE DEADLINE THE TEMPLATE GOES BACK TO THE DEALER AS
      * PENDING DEALER REVIEW.  THE UPDATE ONLY TOUCHES A TEMPLATE
      * STILL SITTING WITH THE CLIENT, SO A RESPONSE THAT LANDS
      * WHILE THIS RUN IS GOING IS NEVER UNDONE.

           MOVE '3300-RECALL-TMPLT'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM14_MCA_TMPLT
                 SET MCA_DELR_STAT_CD = 'P'
                    ,MCA_CLNT_STAT_CD = ' '
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE MCA_TMPLT_ID     = :WS-TMPLT-ID
                 AND MCA_DELR_STAT_CD = 'D'
                 AND MCA_CLNT_STAT_CD = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'A'                   TO D57A-RSPNS-STAT-CD
                 PERFORM 3900-SET-RSPNS-STAT
                 ADD 1                      TO WS-ANSWERED-CNT
                 GO TO 3300-EXIT
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              UPDATE VDPM15_TMPLT_WORK
                 SET MCA_DELR_STAT_CD = 'P'
                    ,MCA_CLNT_STAT_CD = ' '
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE MCA_TMPLT_ID     = :WS-TMPLT-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM15_TMPLT_WORK'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'R'                         TO D57A-RSPNS-STAT-CD
           PERFORM 3900-SET-RSPNS-STAT

           MOVE WS-SBMT-USER-ID             TO WS-ALERT-USER-ID
           MOVE SPACES                      TO WS-ALERT-SUB
           STRING 'TMPLT ' WS-TMPLT-ID-ED
                  ' RECALLED - NO COUNTERPARTY RESPONSE BY ' WS-DUE-DT
                  DELIMITED BY SIZE INTO WS-ALERT-SUB
           END-STRING
           MOVE SPACES                      TO WS-ALERT-MSG-DT
           MOVE 1                           TO WS-MSG-PTR
           STRING 'COUNTERPARTY ' WS-CLNT-CMPNY-ID
                  ' DID NOT RESPOND TO TEMPLATE ' WS-TMPLT-ID-ED
                  ' BY ' WS-DUE-DT '. THE TEMPLATE HAS BEEN RECALLED'
                  ' AND IS PENDING DEALER REVIEW.'
                  DELIMITED BY SIZE INTO WS-ALERT-MSG-DT
                  WITH POINTER WS-MSG-PTR
           END-STRING
           PERFORM 8000-RAISE-ALERT

           MOVE WS-USER-ID                  TO WS-ALOG-USER-ID
           MOVE 'R'                         TO WS-ALOG-ACTN-CD
           MOVE WS-DELR-CMPNY-ID            TO WS-ALOG-CMPNY-ID
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'RECALLED: NO RESPONSE FROM ' WS-CLNT-CMPNY-ID
                  ' BY ' WS-DUE-DT
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           PERFORM 8100-LOG-STEP
           ADD 1                            TO WS-RECALL-CNT
           .
       3300-EXIT.
           EXIT.
      *----------------------------------*
       3900-SET-RSPNS-STAT.
      *----------------------------------*
           MOVE '3900-SET-RSPNS-STAT'       TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO D57A-ROW-UPDT-USER-ID
           EXEC SQL
              UPDATE VDPM57_CP_RSPNS
                 SET RSPNS_STAT_CD    = :D57A-RSPNS-STAT-CD
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D57A-ROW-UPDT-USER-ID
               WHERE MCA_TMPLT_ID     = :WS-TMPLT-ID
                 AND RSPNS_STAT_CD    = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM57_CP_RSPNS'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4000-EXTEND-DEADLINES.
      *----------------------------------*
           MOVE '4000-EXTEND-DEADLINES'     TO WS-PARAGRAPH-NAME

           OPEN INPUT EXTNCRDS

           PERFORM 4100-READ-NEXT-EXTN
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 4200-EXTEND-ONE THRU 4200-EXIT
              PERFORM 4100-READ-NEXT-EXTN
           END-PERFORM

           CLOSE EXTNCRDS
           .
      *----------------------------------*
       4100-READ-NEXT-EXTN.
      *----------------------------------*
           READ EXTNCRDS
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       4200-EXTEND-ONE.
      *----------------------------------*
           MOVE '4200-EXTEND-ONE'           TO WS-PARAGRAPH-NAME

           IF EX-MCA-TMPLT-ID NOT NUMERIC
            OR EX-EXTN-DAYS NOT NUMERIC
            OR EX-DELR-USER-ID = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' EXTNCRDS-REC(1:24)
              GO TO 4200-EXIT
           END-IF
           IF EX-MCA-TMPLT-ID = ZEROES
            OR EX-EXTN-DAYS = ZEROES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' EXTNCRDS-REC(1:24)
              GO TO 4200-EXIT
           END-IF

           MOVE EX-MCA-TMPLT-ID             TO WS-TMPLT-ID
           MOVE WS-TMPLT-ID                 TO WS-TMPLT-ID-ED
           MOVE EX-EXTN-DAYS                TO WS-DAYS-ED

           EXEC SQL
              SELECT RSPNS_DUE_DT
                    ,CLNDR_ID
                    ,DELR_CMPNY_ID
                INTO :WS-DUE-DT
                    ,:WS-CLNDR-ID
                    ,:WS-DELR-CMPNY-ID
                FROM  VDPM57_CP_RSPNS
               WHERE  MCA_TMPLT_ID  = :WS-TMPLT-ID
                 AND  RSPNS_STAT_CD = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT OPEN :' EXTNCRDS-REC(1:24)
                 GO TO 4200-EXIT
              WHEN OTHER
                 MOVE 'VDPM57_CP_RSPNS'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

      * ONLY THE DEALER THAT SENT THE TEMPLATE MAY EXTEND ITS DEADLINE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-USER-CNT
                FROM  VDPM03_CMPNY_USER
               WHERE  CMPNY_ID      = :WS-DELR-CMPNY-ID
                 AND  CMPNY_USER_ID = :EX-DELR-USER-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           IF WS-USER-CNT = 0
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NOT DELR :' EXTNCRDS-REC(1:24)
              GO TO 4200-EXIT
           END-IF

           MOVE 'A'                         TO WS-BDAY-FUNC-CD
           MOVE WS-DUE-DT                   TO WS-BDAY-IN-DT
           MOVE EX-EXTN-DAYS                TO WS-BDAY-IN-DAYS
           MOVE WS-CLNDR-ID                 TO WS-BDAY-CLNDR-ID
           CALL WS-BDAY-PROGRAM USING WS-BDAY-PASS-AREA
           IF WS-BDAY-OUT-IND = 'X'
              MOVE WS-BDAY-SQLCODE          TO SQLCODE
              MOVE 'VDPM27_HLDY_CLNDR'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-BDAY-OUT-DT              TO D57A-RSPNS-DUE-DT
           MOVE EX-DELR-USER-ID             TO D57A-EXTN-USER-ID
           MOVE WS-USER-ID                  TO D57A-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM57_CP_RSPNS
                 SET RSPNS_DUE_DT     = :D57A-RSPNS-DUE-DT
                    ,EXTN_CNT         = EXTN_CNT + 1
                    ,EXTN_USER_ID     = :D57A-EXTN-USER-ID
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D57A-ROW-UPDT-USER-ID
               WHERE MCA_TMPLT_ID     = :WS-TMPLT-ID
                 AND RSPNS_STAT_CD    = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM57_CP_RSPNS'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE EX-DELR-USER-ID             TO WS-ALOG-USER-ID
           MOVE 'E'                         TO WS-ALOG-ACTN-CD
           MOVE WS-DELR-CMPNY-ID            TO WS-ALOG-CMPNY-ID
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'RESPONSE DEADLINE EXTENDED ' WS-DAYS-ED
                  ' BUSINESS DAYS FROM ' WS-DUE-DT
                  ' TO ' D57A-RSPNS-DUE-DT
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           PERFORM 8100-LOG-STEP
           ADD 1                            TO WS-EXTEND-CNT

           DISPLAY 'EXTENDED TMPLT ' WS-TMPLT-ID-ED
                   ' TO ' D57A-RSPNS-DUE-DT
           .
       4200-EXIT.
           EXIT.
      *----------------------------------*
       8000-RAISE-ALERT.
      *----------------------------------*
           MOVE 'A'                         TO WS-ASUP-FUNC-CD
           MOVE 'CP RESPONSE DDLN'          TO WS-ASUP-CAUSE-CD
      * SAME DEFAULT THRESHOLD DPMXTEXP USES; PAST IT A USER'S
      * REMAINING DEADLINE ALERTS COLLAPSE INTO ONE ROLLUP.
           MOVE 10                          TO WS-ASUP-THRSHLD
           MOVE SPACES                      TO WS-OUTSQLCA
                                               WS-SP-ERROR-AREA
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID
           SUBTRACT 1 FROM WS-MSG-PTR   GIVING WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

           IF WS-SP-RC NOT = 'SP00'
              DISPLAY 'DPMXASUP RETURN CODE     :' WS-SP-RC
           END-IF
           .
      *----------------------------------*
       8100-LOG-STEP.
      *----------------------------------*
           MOVE WS-TMPLT-ID                 TO WS-ALOG-TMPLT-ID
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
      *----------------------------------*
       8200-FLUSH-ALERT-ROLLUPS.
      *----------------------------------*
      * END OF CYCLE: ANY USER WHOSE DEADLINE ALERTS WENT OVER THE
      * THRESHOLD GETS ONE ROLLUP ALERT WITH THE COUNT AND THE FIRST
      * REFERENCES.

           MOVE '8200-FLUSH-ALERT-ROLLUPS'  TO WS-PARAGRAPH-NAME

           MOVE 'F'                         TO WS-ASUP-FUNC-CD
           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA
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
              WHEN NIGHTLY-MODE
                 DISPLAY 'OPEN DEADLINES READ      :' WS-OPEN-CNT
                 DISPLAY 'CLOSED AS ANSWERED       :' WS-ANSWERED-CNT
                 DISPLAY 'REMINDERS SENT           :' WS-REMIND-CNT
                 DISPLAY 'TEMPLATES RECALLED       :' WS-RECALL-CNT
              WHEN OTHER
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'DEADLINES EXTENDED       :' WS-EXTEND-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
           END-EVALUATE
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXTRCL ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
