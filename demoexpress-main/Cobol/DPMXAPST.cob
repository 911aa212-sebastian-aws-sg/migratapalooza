       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXAPST.
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
      *    NAME  DPMXAPST(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXAPST                                            *
      *                                                                *
      * NIGHTLY FUTURE-DATED AMENDMENT POSTING.  DPMXMAMN HOLDS AN     *
      * AMENDMENT WHOSE EFFECTIVE DATE IS AFTER TODAY ON               *
      * VDPM72_AMND_SCHD IN STATUS 'S' (PENDING EFFECTIVE).  THIS JOB  *
      * TAKES EVERY HELD ROW WHOSE EFFECTIVE DATE HAS ARRIVED,         *
      * EARLIEST DATE FIRST, AND REPLAYS IT THROUGH DPMXMAMN AS THE    *
      * SCREEN WOULD HAVE - SAME TEMPLATE, TERM, VALUE, STATUS AND     *
      * FUNCTION, AS THE USER WHO SCHEDULED IT - WITH A BLANK          *
      * EFFECTIVE DATE SO IT POSTS NOW.  ALL THE ONLINE EDITS, THE     *
      * AUTHORITY CHECK AND THE VDPM47 TERM-WATCH ALERTS THEREFORE     *
      * HAPPEN AT POSTING, NOT AT SCHEDULING.                          *
      *                                                                *
      * A POSTED ROW GOES TO 'P' WITH THE TEMPLATE IT LANDED ON; A     *
      * REJECTED ONE IS ROLLED BACK AND GOES TO 'F' WITH THE RETURN    *
      * CODE AND MESSAGE.  EACH ROW IS COMMITTED ON ITS OWN SO ONE     *
      * FAILURE CANNOT UNDO THE REST OF THE NIGHT'S POSTINGS.  FAILED  *
      * ROWS ARE NOT RETRIED; THEY ARE LISTED ON DD RPTPRNT AND        *
      * DD RPTCSV THROUGH DPMXRPTW AND END THE STEP WITH RC 4.         *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM72_AMND_SCHD      - FUTURE-DATED AMENDMENT SCHEDULE        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM7201                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXMAMN - THE ONLINE AMENDMENT UPDATE STORED PROCEDURE        *
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
      * 10/15/2026        002       COGNIZANT                          *
      *                             PASS DPMXMAMN'S NEW COMMENT        *
      *                             VISIBILITY PARAMETER AS BLANK      *
      *                             (SHARED); INTERNAL NOTES ARE NEVER *
      *                             HELD.                              *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXAPST'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-DUE-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-POSTED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-FAILED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-DUE                   VALUE 'Y'.
      *
       01  WS-FAIL-HDG.
           05 FILLER                        PIC X(20) VALUE
              'SCHEDULE ID'.
           05 FILLER                        PIC X(11) VALUE 'TEMPLATE'.
           05 FILLER                        PIC X(10) VALUE 'TERM'.
           05 FILLER                        PIC X(12) VALUE 'EFFECTIVE'.
           05 FILLER                        PIC X(12) VALUE
              'SCHEDULED BY'.
           05 FILLER                        PIC X(06) VALUE 'RC'.
           05 FILLER                        PIC X(60) VALUE 'MESSAGE'.
      *
       01  WS-FAIL-LINE.
           05 FL-SCHD-ID                    PIC 9(18).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FL-TMPLT-ID                   PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FL-TERM-ID                    PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FL-EFF-DT                     PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FL-USER-ID                    PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FL-SP-RC                      PIC X(04).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FL-ERR-TX                     PIC X(60).
      *
       01  WS-MAMN-PROGRAM                  PIC X(08) VALUE 'DPMXMAMN'.
      * PASS AREA MIRRORING DPMXMAMN'S LINKAGE, IN ORDER.
       01  WS-MAMN-OUTSQLCA                 PIC X(179).
       01  WS-MAMN-ERROR-AREA               PIC X(80).
       01  WS-MAMN-RC                       PIC X(04).
       01  WS-MAMN-TEMPLATE-ID              PIC S9(09) COMP.
       01  WS-MAMN-TEMPLATE-TYPE            PIC X(01).
       01  WS-MAMN-CATEGORY-ID              PIC X(08).
       01  WS-MAMN-CATEGORY-SQ              PIC S9(04) COMP.
       01  WS-MAMN-TERM-ID                  PIC X(08).
       01  WS-MAMN-TERM-SQ                  PIC S9(04) COMP.
       01  WS-MAMN-USER-ID                  PIC X(10).
       01  WS-MAMN-AMND-STAT-CD             PIC X(01).
       01  WS-MAMN-FUNC-FLAG                PIC X(01).
       01  WS-MAMN-VALUE-IND                PIC X(01).
       01  WS-MAMN-VALUE.
           49 WS-MAMN-TEXT-LEN              PIC S9(04) COMP.
           49 WS-MAMN-TEXT-VAL              PIC X(31998).
       01  WS-MAMN-AMND-ID                  PIC S9(18) COMP-3.
       01  WS-MAMN-VALUE-ID                 PIC S9(18) COMP-3.
       01  WS-MAMN-DOC-DEL-IND              PIC X(01).
       01  WS-MAMN-DOCUMENT USAGE IS SQL TYPE IS BLOB(2097152).
       01  WS-MAMN-EFF-DT                   PIC X(10).
       01  WS-MAMN-CMNT-VSBL-CD             PIC X(01).
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
              INCLUDE DPM7201
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * EVERY POSTED OR FAILED ROW LEAVES STATUS 'S', SO REOPENING
      * AFTER A ROLLBACK PICKS UP WHERE THE RUN LEFT OFF.
           EXEC SQL
              DECLARE DUE_AMND_CSR CURSOR WITH HOLD FOR
                 SELECT AMND_SCHD_ID
                       ,MCA_TMPLT_ID
                       ,MCA_TMPLT_TYPE_CD
                       ,CTGRY_ID
                       ,CTGRY_SQ
                       ,ATTRB_TERM_ID
                       ,TERM_SQ
                       ,MCA_AMND_ID
                       ,MCA_VALUE_ID
                       ,AMND_STAT_CD
                       ,FNCTN_FLAG_CD
                       ,MCA_VALUE_TYPE_CD
                       ,MCA_VALUE_TX
                       ,AMND_EFF_DT
                       ,SCHD_USER_ID
                 FROM   VDPM72_AMND_SCHD
                 WHERE  SCHD_STAT_CD = 'S'
                   AND  AMND_EFF_DT <= CURRENT DATE
                 ORDER BY AMND_EFF_DT
                         ,AMND_SCHD_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-DUE-AMENDMENTS
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
           DISPLAY 'DPMXAPST STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-POST-DUE-AMENDMENTS.
      *----------------------------------*
           MOVE '2000-POST-DUE-AMENDMENTS'  TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'FUTURE-DATED AMENDMENTS NOT POSTED (DPMXAPST)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'AMND_SCHD_ID,TMPLT_ID,CTGRY_ID,TERM_ID,EFF_DT,'
                  'SCHD_USER_ID,SP_RC,MESSAGE'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-FAIL-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN DUE_AMND_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM72_AMND_SCHD'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-DUE
           PERFORM UNTIL NO-MORE-DUE
              ADD 1                         TO WS-DUE-CNT
              PERFORM 3000-POST-ONE-AMENDMENT
              PERFORM 2100-FETCH-NEXT-DUE
           END-PERFORM

           EXEC SQL
              CLOSE DUE_AMND_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-DUE-CNT                  TO WS-CNT-ED
           STRING 'AMENDMENTS DUE: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           MOVE WS-POSTED-CNT               TO WS-CNT-ED
           STRING '   POSTED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(26:)
           END-STRING
           MOVE WS-FAILED-CNT               TO WS-CNT-ED
           STRING '   FAILED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(46:)
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2100-FETCH-NEXT-DUE.
      *----------------------------------*
           MOVE '2100-FETCH-NEXT-DUE'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH DUE_AMND_CSR
                INTO :D72A-AMND-SCHD-ID
                    ,:D72A-MCA-TMPLT-ID
                    ,:D72A-MCA-TMPLT-TYPE-CD
                    ,:D72A-CTGRY-ID
                    ,:D72A-CTGRY-SQ
                    ,:D72A-ATTRB-TERM-ID
                    ,:D72A-TERM-SQ
                    ,:D72A-MCA-AMND-ID
                    ,:D72A-MCA-VALUE-ID
                    ,:D72A-AMND-STAT-CD
                    ,:D72A-FNCTN-FLAG-CD
                    ,:D72A-MCA-VALUE-TYPE-CD
                    ,:D72A-MCA-VALUE-TX
                    ,:D72A-AMND-EFF-DT
                    ,:D72A-SCHD-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-DUE            TO TRUE
              WHEN OTHER
                 MOVE 'VDPM72_AMND_SCHD'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-POST-ONE-AMENDMENT.
      *----------------------------------*
      * REPLAY THE HELD CALL.  DPMXMAMN OWNS ITS OWN EDITS AND ERROR
      * HANDLING AND FIRES THE TERM-WATCH ALERTS ITSELF ON SP00; A
      * NON-SP00 RETURN IS A FAILED AMENDMENT, NOT A FAILED RUN.

           MOVE '3000-POST-ONE-AMENDMENT'   TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-MAMN-OUTSQLCA
                                               WS-MAMN-ERROR-AREA
                                               WS-MAMN-RC
           MOVE D72A-MCA-TMPLT-ID           TO WS-MAMN-TEMPLATE-ID
           MOVE D72A-MCA-TMPLT-TYPE-CD      TO WS-MAMN-TEMPLATE-TYPE
           MOVE D72A-CTGRY-ID               TO WS-MAMN-CATEGORY-ID
           MOVE D72A-CTGRY-SQ               TO WS-MAMN-CATEGORY-SQ
           MOVE D72A-ATTRB-TERM-ID          TO WS-MAMN-TERM-ID
           MOVE D72A-TERM-SQ                TO WS-MAMN-TERM-SQ
           MOVE D72A-SCHD-USER-ID           TO WS-MAMN-USER-ID
           MOVE D72A-AMND-STAT-CD           TO WS-MAMN-AMND-STAT-CD
           MOVE D72A-FNCTN-FLAG-CD          TO WS-MAMN-FUNC-FLAG
           MOVE D72A-MCA-VALUE-TYPE-CD      TO WS-MAMN-VALUE-IND
           MOVE D72A-MCA-VALUE-TX-LEN       TO WS-MAMN-TEXT-LEN
           MOVE SPACES                      TO WS-MAMN-TEXT-VAL
           IF D72A-MCA-VALUE-TX-LEN > 0
              MOVE D72A-MCA-VALUE-TX-TEXT(1:D72A-MCA-VALUE-TX-LEN)
                                            TO WS-MAMN-TEXT-VAL
           END-IF
           MOVE D72A-MCA-AMND-ID            TO WS-MAMN-AMND-ID
           MOVE D72A-MCA-VALUE-ID           TO WS-MAMN-VALUE-ID
           MOVE 'N'                         TO WS-MAMN-DOC-DEL-IND
           MOVE 0                           TO WS-MAMN-DOCUMENT-LENGTH
           MOVE SPACES                      TO WS-MAMN-EFF-DT
                                               WS-MAMN-CMNT-VSBL-CD

           CALL WS-MAMN-PROGRAM USING WS-MAMN-OUTSQLCA,
                                      WS-MAMN-ERROR-AREA,
                                      WS-MAMN-RC,
                                      WS-MAMN-TEMPLATE-ID,
                                      WS-MAMN-TEMPLATE-TYPE,
                                      WS-MAMN-CATEGORY-ID,
                                      WS-MAMN-CATEGORY-SQ,
                                      WS-MAMN-TERM-ID,
                                      WS-MAMN-TERM-SQ,
                                      WS-MAMN-USER-ID,
                                      WS-MAMN-AMND-STAT-CD,
                                      WS-MAMN-FUNC-FLAG,
                                      WS-MAMN-VALUE-IND,
                                      WS-MAMN-VALUE,
                                      WS-MAMN-AMND-ID,
                                      WS-MAMN-VALUE-ID,
                                      WS-MAMN-DOC-DEL-IND,
                                      WS-MAMN-DOCUMENT,
                                      WS-MAMN-EFF-DT,
                                      WS-MAMN-CMNT-VSBL-CD

           IF WS-MAMN-RC = 'SP00'
              ADD 1                         TO WS-POSTED-CNT
              SET D72A-SCHD-POSTED          TO TRUE
              MOVE WS-MAMN-TEMPLATE-ID      TO D72A-POST-TMPLT-ID
              MOVE SPACES                   TO D72A-POST-ERR-TX
              DISPLAY 'SCHEDULE ' D72A-AMND-SCHD-ID ' POSTED TO '
                      'TEMPLATE ' WS-MAMN-TEMPLATE-ID
           ELSE
              ADD 1                         TO WS-FAILED-CNT
              SET D72A-SCHD-FAILED          TO TRUE
              MOVE D72A-MCA-TMPLT-ID        TO D72A-POST-TMPLT-ID
              MOVE WS-MAMN-ERROR-AREA       TO D72A-POST-ERR-TX
              DISPLAY 'SCHEDULE ' D72A-AMND-SCHD-ID ' FAILED RC '
                      WS-MAMN-RC ' - ' WS-MAMN-ERROR-AREA(1:60)
      * BACK OUT ANY PARTIAL AMENDMENT ROWS THE FAILED CALL LEFT
      * BEHIND BEFORE THE SCHEDULE ROW IS MARKED AND COMMITTED.
              EXEC SQL
                 ROLLBACK
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF
              PERFORM 3900-REPORT-FAILURE
           END-IF

           MOVE WS-MAMN-RC                  TO D72A-POST-SP-RC
           PERFORM 3100-MARK-SCHEDULE-ROW

           EXEC SQL
              COMMIT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF D72A-SCHD-FAILED
              PERFORM 3200-REOPEN-DUE-CSR
           END-IF
           .
      *----------------------------------*
       3100-MARK-SCHEDULE-ROW.
      *----------------------------------*
           MOVE '3100-MARK-SCHEDULE-ROW'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM72_AMND_SCHD
                 SET SCHD_STAT_CD  = :D72A-SCHD-STAT-CD
                    ,POST_TS       = CURRENT TIMESTAMP
                    ,POST_SP_RC    = :D72A-POST-SP-RC
                    ,POST_ERR_TX   = :D72A-POST-ERR-TX
                    ,POST_TMPLT_ID = :D72A-POST-TMPLT-ID
               WHERE AMND_SCHD_ID  = :D72A-AMND-SCHD-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM72_AMND_SCHD'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3200-REOPEN-DUE-CSR.
      *----------------------------------*
      * THE ROLLBACK (OURS, OR ONE DPMXMAMN ISSUED BEFORE RETURNING
      * SP99) CLOSES THE CURSOR - WITH HOLD ONLY SURVIVES COMMIT.
      * THE FAILED ROW IS NO LONGER 'S', SO REOPENING CARRIES ON WITH
      * THE NEXT DUE ROW.

           MOVE '3200-REOPEN-DUE-CSR'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN DUE_AMND_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM72_AMND_SCHD'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3900-REPORT-FAILURE.
      *----------------------------------*
           MOVE '3900-REPORT-FAILURE'       TO WS-PARAGRAPH-NAME

           MOVE D72A-AMND-SCHD-ID           TO FL-SCHD-ID
           MOVE D72A-MCA-TMPLT-ID           TO FL-TMPLT-ID
           MOVE D72A-ATTRB-TERM-ID          TO FL-TERM-ID
           MOVE D72A-AMND-EFF-DT            TO FL-EFF-DT
           MOVE D72A-SCHD-USER-ID           TO FL-USER-ID
           MOVE WS-MAMN-RC                  TO FL-SP-RC
           MOVE WS-MAMN-ERROR-AREA(1:60)    TO FL-ERR-TX

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-FAIL-LINE                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING FL-SCHD-ID
                  ',' FL-TMPLT-ID
                  ',' D72A-CTGRY-ID
                  ',' FL-TERM-ID
                  ',' FL-EFF-DT
                  ',' FL-USER-ID
                  ',' FL-SP-RC
                  ',' WS-MAMN-ERROR-AREA
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
           DISPLAY 'AMENDMENTS DUE           :' WS-DUE-CNT
           DISPLAY 'AMENDMENTS POSTED        :' WS-POSTED-CNT
           DISPLAY 'AMENDMENTS FAILED        :' WS-FAILED-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXAPST ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-FAILED-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
