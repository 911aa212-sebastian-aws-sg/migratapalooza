       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXRPLY.
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
      *    NAME  DPMXRPLY(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXRPLY                                            *
      *                                                                *
      * INBOUND EMAIL REPLY CAPTURE.  ALERT EMAILS SENT BY DPMXAEML    *
      * AND DPMXADIG CARRY A REPLY REFERENCE ('MCXR' + 12-DIGIT        *
      * ALERT NUMBER, KEPT ON VDPM93_ALRT_RPLY_REF BY DPMXAALR) THAT   *
      * TIES THE ALERT TO ITS TEMPLATE AND TERM.  THIS JOB READS THE   *
      * MAILBOX EXTRACT ON DD RPLYMAIL AND, FOR EACH REPLY:            *
      *                                                                *
      *   - TAKES THE REFERENCE FROM THE SUBJECT, OR FAILING THAT      *
      *     FROM THE BODY (QUOTED TEXT INCLUDED)                       *
      *   - LOOKS IT UP ON VDPM93 FOR THE TEMPLATE AND TERM            *
      *     (VDPM16_MCA_AMND)                                          *
      *   - MATCHES THE SENDER ADDRESS TO AN ACTIVE VDPM03 USER OF     *
      *     THE TEMPLATE'S DEALER OR CLIENT COMPANY                    *
      *   - POSTS THE REPLY TEXT AS A SHARED VDPM11_MCA_CMNT COMMENT   *
      *     ON THE TERM'S COMMENT THREAD - THE WORK-COPY VDPM19 LINK   *
      *     WHEN THE TERM IS BEING EDITED, ELSE THE VDPM18 LINK, A     *
      *     NEW VDPM18 THREAD BEING OPENED WHEN THE TERM HAS NONE -    *
      *     UNDER THE SENDER'S USER ID AND THE RECEIVED TIMESTAMP      *
      *                                                                *
      * BODY LINES STARTING WITH '>' (THE QUOTED ORIGINAL) ARE NOT     *
      * POSTED; THE POSTED TEXT IS CAPPED AT 4000 CHARACTERS.  A       *
      * REPLY ALREADY ON THE THREAD (SAME RECEIVED TIMESTAMP) IS       *
      * SKIPPED, SO THE EXTRACT CAN BE RERUN.                          *
      *                                                                *
      * A REPLY THAT CANNOT BE POSTED - NO REFERENCE, CONFLICTING      *
      * REFERENCES IN THE BODY, UNKNOWN REFERENCE, A REFERENCE NOT     *
      * TIED TO A TERM, TERM GONE, SENDER NOT A USER OF EITHER         *
      * COMPANY, BAD TIMESTAMP OR EMPTY BODY - GOES TO THE EXCEPTION   *
      * REPORT (DD RPTPRNT / DD RPTCSV THROUGH DPMXRPTW) AND THE JOB   *
      * ENDS WITH RETURN CODE 4.                                       *
      *                                                                *
      * RPLYMAIL RECORDS (250 BYTES, ONE MESSAGE = AN 'H' RECORD AND   *
      * THE 'B' RECORDS FOLLOWING IT):                                 *
      *   'H' - SENDER ADDRESS X(100), RECEIVED TIMESTAMP X(26) IN     *
      *         DB2 FORMAT (YYYY-MM-DD-HH.MM.SS.NNNNNN), SUBJECT       *
      *         X(123)                                                 *
      *   'B' - ONE BODY LINE X(200)                                   *
      * SYSIN CARDS: 1) REQUESTING USER ID (10)                        *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM93_ALRT_RPLY_REF, VDPM16_MCA_AMND, VDPM14_MCA_TMPLT,       *
      * VDPM03_CMPNY_USER, VDPM18_MCA_LINK, VDPM19_LINK_WORK,          *
      * VDPM11_MCA_CMNT                                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM9301 / DPM1601 / DPM1401 / DPM0301 / DPM1801 /      *
      * DPM1101                                                        *
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
           SELECT RPLYMAIL         ASSIGN TO RPLYMAIL
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RPLYMAIL
           RECORDING MODE IS F.
       01  RPLYMAIL-HDR-REC.
           05 RM-REC-TYPE                   PIC X(01).
              88 RM-HEADER                  VALUE 'H'.
              88 RM-BODY                    VALUE 'B'.
           05 RM-SNDR-EMAIL-ID              PIC X(100).
           05 RM-RCVD-TS                    PIC X(26).
           05 RM-SUBJ-TX                    PIC X(123).
       01  RPLYMAIL-BODY-REC.
           05 FILLER                        PIC X(01).
           05 RM-BODY-TX                    PIC X(200).
           05 FILLER                        PIC X(49).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXRPLY'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
       01  WS-FINAL-RC                      PIC S9(4) COMP VALUE 0.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-MSG-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-POST-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-THRD-NEW-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-DUP-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-EXCP-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ORPHAN-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-EXIST-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-SNDR-EMAIL-ID                 PIC X(100) VALUE SPACES.
       01  WS-SNDR-JUNK                     PIC X(100) VALUE SPACES.
       01  WS-RCVD-TS                       PIC X(26) VALUE SPACES.
       01  WS-SUBJ-TX                       PIC X(123) VALUE SPACES.
       01  WS-SUBJ-REF-CD                   PIC X(16) VALUE SPACES.
       01  WS-BODY-REF-CD                   PIC X(16) VALUE SPACES.
       01  WS-RPLY-REF-CD                   PIC X(16) VALUE SPACES.
       01  WS-EXCP-RSN-TX                   PIC X(44) VALUE SPACES.
      *
      * REFERENCE SCAN OF ONE SUBJECT OR BODY LINE
       01  WS-SCAN-TX                       PIC X(200) VALUE SPACES.
       01  WS-SCAN-REF-CD                   PIC X(16) VALUE SPACES.
       01  WS-SCAN-POS                      PIC S9(4) COMP VALUE 0.
      *
      * POSTED TEXT, BUILT A BODY LINE AT A TIME
       01  WS-BODY-MAX                      PIC S9(4) COMP VALUE 4000.
       01  WS-BODY-PTR                      PIC S9(4) COMP VALUE 1.
       01  WS-LINE-LEN                      PIC S9(4) COMP VALUE 0.
       01  WS-CMNT-TX                       PIC X(4000) VALUE SPACES.
      *
       01  WS-NEW-VALUE-ID                  PIC S9(18)V USAGE COMP-3.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-MAIL                  VALUE 'Y'.
       01  WS-MULTI-REF-SW                  PIC X(01) VALUE 'N'.
           88 MULTI-BODY-REF                VALUE 'Y' FALSE 'N'.
      *
       01  WS-EXCP-HDG.
           05 FILLER                        PIC X(42) VALUE
              'SENDER ADDRESS'.
           05 FILLER                        PIC X(28) VALUE
              'RECEIVED'.
           05 FILLER                        PIC X(18) VALUE
              'REFERENCE'.
           05 FILLER                        PIC X(44) VALUE
              'REASON NOT POSTED'.
      *
       01  WS-EXCP-LINE.
           05 EL-SNDR-EMAIL-ID              PIC X(40).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 EL-RCVD-TS                    PIC X(26).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 EL-RPLY-REF-CD                PIC X(16).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 EL-RSN-TX                     PIC X(44).
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
              INCLUDE DPM9301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1801
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1101
           END-EXEC
      *
       COPY  DB2000IA.
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAIL
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
           DISPLAY 'DPMXRPLY STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY WS-DASHES

           IF WS-USER-ID = SPACES
              DISPLAY 'MISSING SYSIN PARAMETER - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT RPLYMAIL

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'EMAIL REPLIES NOT POSTED (DPMXRPLY)'
                                            TO WS-RPTW-TITLE
           MOVE 'SENDER,RECEIVED_TS,RPLY_REF_CD,REASON'
                                            TO WS-RPTW-CSV
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-EXCP-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2000-PROCESS-MAIL.
      *----------------------------------*
      * EACH 'H' RECORD STARTS A MESSAGE; ITS 'B' RECORDS ARE GATHERED
      * UP TO THE NEXT HEADER (OR END OF FILE) BEFORE IT IS POSTED.
      * BODY RECORDS WITH NO HEADER AHEAD OF THEM ARE COUNTED AND
      * DROPPED.
           MOVE '2000-PROCESS-MAIL'         TO WS-PARAGRAPH-NAME

           PERFORM 2100-READ-NEXT-RECORD
           PERFORM UNTIL NO-MORE-MAIL
              IF RM-HEADER
                 PERFORM 2200-START-MESSAGE
                 PERFORM 2100-READ-NEXT-RECORD
                 PERFORM UNTIL NO-MORE-MAIL OR RM-HEADER
                    IF RM-BODY
                       PERFORM 2300-ADD-BODY-LINE THRU 2300-EXIT
                    END-IF
                    PERFORM 2100-READ-NEXT-RECORD
                 END-PERFORM
                 PERFORM 3000-POST-REPLY THRU 3000-EXIT
              ELSE
                 ADD 1                      TO WS-ORPHAN-CNT
                 PERFORM 2100-READ-NEXT-RECORD
              END-IF
           END-PERFORM

           CLOSE RPLYMAIL
           .
      *----------------------------------*
       2100-READ-NEXT-RECORD.
      *----------------------------------*
           READ RPLYMAIL
              AT END
                 SET NO-MORE-MAIL           TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-START-MESSAGE.
      *----------------------------------*
      * A SENDER GIVEN AS 'NAME <ADDRESS>' IS CUT DOWN TO THE ADDRESS.
           MOVE '2200-START-MESSAGE'        TO WS-PARAGRAPH-NAME

           ADD 1                            TO WS-MSG-CNT
           MOVE RM-SNDR-EMAIL-ID            TO WS-SNDR-EMAIL-ID
           MOVE RM-RCVD-TS                  TO WS-RCVD-TS
           MOVE RM-SUBJ-TX                  TO WS-SUBJ-TX

           MOVE 0                           TO WS-SCAN-POS
           INSPECT WS-SNDR-EMAIL-ID TALLYING WS-SCAN-POS FOR ALL '<'
           IF WS-SCAN-POS > 0
              MOVE SPACES                   TO WS-SNDR-EMAIL-ID
              UNSTRING RM-SNDR-EMAIL-ID DELIMITED BY '<' OR '>'
                  INTO WS-SNDR-JUNK
                       WS-SNDR-EMAIL-ID
              END-UNSTRING
           END-IF

           MOVE SPACES                      TO WS-SUBJ-REF-CD
                                               WS-BODY-REF-CD
                                               WS-CMNT-TX
           SET MULTI-BODY-REF               TO FALSE
           MOVE 1                           TO WS-BODY-PTR

           MOVE WS-SUBJ-TX                  TO WS-SCAN-TX
           PERFORM 2400-SCAN-FOR-REF
           MOVE WS-SCAN-REF-CD              TO WS-SUBJ-REF-CD

           STRING 'EMAIL REPLY: ' DELIMITED BY SIZE
                  INTO WS-CMNT-TX WITH POINTER WS-BODY-PTR
           END-STRING
           .
      *----------------------------------*
       2300-ADD-BODY-LINE.
      *----------------------------------*
      * EVERY LINE IS SCANNED FOR A REFERENCE; ONLY THE REPLIER'S OWN
      * (UNQUOTED, NON-BLANK) LINES ARE KEPT FOR THE COMMENT.
           MOVE '2300-ADD-BODY-LINE'        TO WS-PARAGRAPH-NAME

           MOVE RM-BODY-TX                  TO WS-SCAN-TX
           PERFORM 2400-SCAN-FOR-REF
           IF WS-SCAN-REF-CD NOT = SPACES
              IF WS-BODY-REF-CD = SPACES
                 MOVE WS-SCAN-REF-CD        TO WS-BODY-REF-CD
              ELSE
                 IF WS-SCAN-REF-CD NOT = WS-BODY-REF-CD
                    SET MULTI-BODY-REF      TO TRUE
                 END-IF
              END-IF
           END-IF

           IF RM-BODY-TX = SPACES OR RM-BODY-TX(1:1) = '>'
              GO TO 2300-EXIT
           END-IF

           PERFORM VARYING WS-LINE-LEN FROM 200 BY -1
                   UNTIL RM-BODY-TX(WS-LINE-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           IF WS-BODY-PTR + WS-LINE-LEN > WS-BODY-MAX
              COMPUTE WS-LINE-LEN = WS-BODY-MAX - WS-BODY-PTR
           END-IF
           IF WS-LINE-LEN > 0
              STRING RM-BODY-TX(1:WS-LINE-LEN) ' '
                     DELIMITED BY SIZE
                     INTO WS-CMNT-TX WITH POINTER WS-BODY-PTR
              END-STRING
           END-IF
           .
       2300-EXIT.
           EXIT.
      *----------------------------------*
       2400-SCAN-FOR-REF.
      *----------------------------------*
      * A REFERENCE IS 'MCXR' FOLLOWED BY TWELVE DIGITS; THE FIRST ONE
      * ON THE LINE IS TAKEN.
           MOVE SPACES                      TO WS-SCAN-REF-CD
           MOVE 0                           TO WS-SCAN-POS
           INSPECT WS-SCAN-TX TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE INITIAL 'MCXR'
           IF WS-SCAN-POS < 185
              IF WS-SCAN-TX(WS-SCAN-POS + 5:12) IS NUMERIC
                 MOVE WS-SCAN-TX(WS-SCAN-POS + 1:16)
                                            TO WS-SCAN-REF-CD
              END-IF
           END-IF
           .
      *----------------------------------*
       3000-POST-REPLY.
      *----------------------------------*
      * ONE MESSAGE, ONE UNIT OF WORK.  ANY CHECK THAT FAILS SENDS THE
      * REPLY TO THE EXCEPTION REPORT INSTEAD.
           MOVE '3000-POST-REPLY'           TO WS-PARAGRAPH-NAME

           IF WS-SUBJ-REF-CD NOT = SPACES
              MOVE WS-SUBJ-REF-CD           TO WS-RPLY-REF-CD
           ELSE
              MOVE WS-BODY-REF-CD           TO WS-RPLY-REF-CD
              IF MULTI-BODY-REF
                 MOVE 'MORE THAN ONE REFERENCE IN THE BODY'
                                            TO WS-EXCP-RSN-TX
                 PERFORM 8000-WRITE-EXCEPTION
                 GO TO 3000-EXIT
              END-IF
           END-IF

           IF WS-RPLY-REF-CD = SPACES
              MOVE 'NO REPLY REFERENCE FOUND' TO WS-EXCP-RSN-TX
              PERFORM 8000-WRITE-EXCEPTION
              GO TO 3000-EXIT
           END-IF

           IF WS-RCVD-TS(1:4)  IS NOT NUMERIC
           OR WS-RCVD-TS(5:1)  NOT = '-'
           OR WS-RCVD-TS(11:1) NOT = '-'
           OR WS-RCVD-TS(14:1) NOT = '.'
              MOVE 'RECEIVED TIMESTAMP NOT VALID' TO WS-EXCP-RSN-TX
              PERFORM 8000-WRITE-EXCEPTION
              GO TO 3000-EXIT
           END-IF

           IF WS-BODY-PTR NOT > 14
              MOVE 'REPLY HAS NO TEXT OF ITS OWN' TO WS-EXCP-RSN-TX
              PERFORM 8000-WRITE-EXCEPTION
              GO TO 3000-EXIT
           END-IF

           PERFORM 3100-LOOKUP-REFERENCE THRU 3100-EXIT
           IF WS-EXCP-RSN-TX NOT = SPACES
              PERFORM 8000-WRITE-EXCEPTION
              GO TO 3000-EXIT
           END-IF

           PERFORM 3200-MATCH-SENDER
           IF WS-EXCP-RSN-TX NOT = SPACES
              PERFORM 8000-WRITE-EXCEPTION
              GO TO 3000-EXIT
           END-IF

           PERFORM 3300-FIND-THREAD THRU 3300-EXIT
           PERFORM 3400-INSERT-CMNT

           EXEC SQL
              COMMIT
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *----------------------------------*
       3100-LOOKUP-REFERENCE.
      *----------------------------------*
      * THE REFERENCE GIVES THE TERM; THE TERM'S TEMPLATE GIVES THE
      * TWO COMPANIES A REPLIER MAY BELONG TO.
           MOVE '3100-LOOKUP-REFERENCE'     TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-EXCP-RSN-TX
           MOVE WS-RPLY-REF-CD              TO D093-RPLY-REF-CD

           EXEC SQL
              SELECT MCA_TMPLT_ID
                    ,MCA_AMND_ID
                INTO :D093-MCA-TMPLT-ID
                    ,:D093-MCA-AMND-ID
                FROM  VDPM93_ALRT_RPLY_REF
               WHERE  RPLY_REF_CD = :D093-RPLY-REF-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'REPLY REFERENCE NOT ON FILE' TO WS-EXCP-RSN-TX
                 GO TO 3100-EXIT
              WHEN OTHER
                 MOVE 'VDPM93_ALRT_RPLY_REF' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D093-MCA-AMND-ID = 0
              MOVE 'REFERENCE IS FOR THE TEMPLATE, NOT A TERM'
                                            TO WS-EXCP-RSN-TX
              GO TO 3100-EXIT
           END-IF

           EXEC SQL
              SELECT DPM16.MCA_AMND_ID
                    ,DPM14.MCA_TMPLT_ID
                    ,DPM14.DELR_CMPNY_ID
                    ,DPM14.CLNT_CMPNY_ID
                INTO :D016-MCA-AMND-ID
                    ,:D014-MCA-TMPLT-ID
                    ,:D014-DELR-CMPNY-ID
                    ,:D014-CLNT-CMPNY-ID
                FROM  VDPM16_MCA_AMND   DPM16
                     ,VDPM14_MCA_TMPLT  DPM14
               WHERE  DPM16.MCA_AMND_ID  = :D093-MCA-AMND-ID
                 AND  DPM14.MCA_TMPLT_ID = DPM16.MCA_TMPLT_ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'TERM NO LONGER ON FILE' TO WS-EXCP-RSN-TX
              WHEN OTHER
                 MOVE 'VDPM16_MCA_AMND'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       3100-EXIT.
           EXIT.
      *----------------------------------*
       3200-MATCH-SENDER.
      *----------------------------------*
      * THE SENDER MUST BE A CURRENT (NOT OFFBOARDED) USER OF THE
      * DEALER OR THE CLIENT ON THE TEMPLATE.  ADDRESSES ARE COMPARED
      * WITHOUT REGARD TO CASE.
           MOVE '3200-MATCH-SENDER'         TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-EXCP-RSN-TX
           MOVE WS-SNDR-EMAIL-ID            TO D003-CMPNY-USER-EMAIL-ID

           EXEC SQL
              SELECT CMPNY_ID
                    ,CMPNY_USER_ID
                INTO :D003-CMPNY-ID
                    ,:D003-CMPNY-USER-ID
                FROM  VDPM03_CMPNY_USER
               WHERE  UPPER(CMPNY_USER_EMAIL_ID)
                                   = UPPER(:D003-CMPNY-USER-EMAIL-ID)
                 AND  CMPNY_ID    IN (:D014-DELR-CMPNY-ID,
                                      :D014-CLNT-CMPNY-ID)
                 AND  UMG_USER_ID <> 'OFFBOARD'
               ORDER BY CMPNY_ID, CMPNY_USER_ID
               FETCH FIRST 1 ROW ONLY
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'SENDER NOT A USER OF EITHER COMPANY'
                                            TO WS-EXCP-RSN-TX
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3300-FIND-THREAD.
      *----------------------------------*
      * THE THREAD IS FOUND THE WAY DPMXMCMT SHOWS IT: THE WORK-COPY
      * LINK OF A TERM BEING EDITED FIRST, THEN THE LIVE LINK.  A TERM
      * WITH NO COMMENTS YET GETS A NEW VDPM18 'C' LINK CARRYING THE
      * TERM'S CURRENT AMENDMENT STATUS.
           MOVE '3300-FIND-THREAD'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COALESCE(
                     (SELECT MAX(DPM19.MCA_VALUE_ID)
                        FROM VDPM19_LINK_WORK DPM19
                       WHERE DPM19.MCA_AMND_ID       = :D016-MCA-AMND-ID
                         AND DPM19.MCA_VALUE_TYPE_CD = 'C'
                         AND DPM19.MCA_ACCS_STAT_CD  = 'U'),
                     (SELECT MAX(DPM18.MCA_VALUE_ID)
                        FROM VDPM18_MCA_LINK DPM18
                       WHERE DPM18.MCA_AMND_ID       = :D016-MCA-AMND-ID
                         AND DPM18.MCA_VALUE_TYPE_CD = 'C'),
                     0)
                INTO :D011-MCA-VALUE-ID
                FROM  SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF D011-MCA-VALUE-ID NOT = 0
              GO TO 3300-EXIT
           END-IF

           MOVE 'A'                         TO D018-AMND-STAT-CD
           EXEC SQL
              SELECT AMND_STAT_CD
                INTO :D018-AMND-STAT-CD
                FROM  VDPM18_MCA_LINK
               WHERE  MCA_AMND_ID = :D016-MCA-AMND-ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SET :WS-NEW-VALUE-ID = (NEXT VALUE FOR DPM.SQDPM111)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM111'           TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D016-MCA-AMND-ID            TO D018-MCA-AMND-ID
           MOVE WS-NEW-VALUE-ID             TO D018-MCA-VALUE-ID
           MOVE 'C'                         TO D018-MCA-VALUE-TYPE-CD
           MOVE WS-USER-ID                  TO D018-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM18_MCA_LINK
                     (MCA_AMND_ID
                     ,MCA_VALUE_ID
                     ,MCA_VALUE_TYPE_CD
                     ,AMND_STAT_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D018-MCA-AMND-ID
                     ,:D018-MCA-VALUE-ID
                     ,:D018-MCA-VALUE-TYPE-CD
                     ,:D018-AMND-STAT-CD
                     ,CURRENT TIMESTAMP
                     ,:D018-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-THRD-NEW-CNT
           MOVE WS-NEW-VALUE-ID             TO D011-MCA-VALUE-ID
           .
       3300-EXIT.
           EXIT.
      *----------------------------------*
       3400-INSERT-CMNT.
      *----------------------------------*
      * A REPLY ALREADY POSTED BY AN EARLIER RUN (SAME THREAD, SAME
      * RECEIVED TIMESTAMP) IS LEFT AS IT IS.
           MOVE '3400-INSERT-CMNT'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM11_MCA_CMNT'           TO WS-TABLE-NAME

           MOVE D014-DELR-CMPNY-ID          TO D011-DELR-CMPNY-ID
           MOVE D014-CLNT-CMPNY-ID          TO D011-CLNT-CMPNY-ID
           MOVE WS-RCVD-TS                  TO D011-ROW-UPDT-TS
           MOVE D003-CMPNY-USER-ID          TO D011-ROW-UPDT-USER-ID
           MOVE 'S'                         TO D011-CMNT-VSBL-CD
           MOVE D003-CMPNY-ID               TO D011-POST-CMPNY-ID
           COMPUTE D011-CMNT-TX-LEN         = WS-BODY-PTR - 1
           MOVE WS-CMNT-TX                  TO D011-CMNT-TX-TEXT

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-CNT
                FROM  VDPM11_MCA_CMNT
               WHERE  MCA_VALUE_ID = :D011-MCA-VALUE-ID
                 AND  ROW_UPDT_TS  = :D011-ROW-UPDT-TS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-EXIST-CNT > 0
              ADD 1                         TO WS-DUP-CNT
              DISPLAY 'ALREADY POSTED: ' WS-RPLY-REF-CD ' '
                      WS-RCVD-TS
           ELSE
              EXEC SQL
                 INSERT INTO VDPM11_MCA_CMNT
                       (MCA_VALUE_ID
                       ,DELR_CMPNY_ID
                       ,CLNT_CMPNY_ID
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                       ,CMNT_TX
                       ,CMNT_VSBL_CD
                       ,POST_CMPNY_ID)
                 VALUES (:D011-MCA-VALUE-ID
                        ,:D011-DELR-CMPNY-ID
                        ,:D011-CLNT-CMPNY-ID
                        ,:D011-ROW-UPDT-TS
                        ,:D011-ROW-UPDT-USER-ID
                        ,:D011-CMNT-TX
                        ,:D011-CMNT-VSBL-CD
                        ,:D011-POST-CMPNY-ID)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF
              ADD 1                         TO WS-POST-CNT
              DISPLAY 'POSTED: ' WS-RPLY-REF-CD ' FROM '
                      D011-ROW-UPDT-USER-ID ' AT ' WS-RCVD-TS
           END-IF
           .
      *----------------------------------*
       8000-WRITE-EXCEPTION.
      *----------------------------------*
           MOVE '8000-WRITE-EXCEPTION'      TO WS-PARAGRAPH-NAME
           ADD 1                            TO WS-EXCP-CNT
           MOVE 4                           TO WS-FINAL-RC

           MOVE WS-SNDR-EMAIL-ID            TO EL-SNDR-EMAIL-ID
           MOVE WS-RCVD-TS                  TO EL-RCVD-TS
           MOVE WS-RPLY-REF-CD              TO EL-RPLY-REF-CD
           MOVE WS-EXCP-RSN-TX              TO EL-RSN-TX

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-EXCP-LINE                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-SNDR-EMAIL-ID DELIMITED BY SPACE
                  ',' WS-RCVD-TS ',' WS-RPLY-REF-CD ','
                  WS-EXCP-RSN-TX
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
           MOVE WS-EXCP-CNT                 TO WS-CNT-ED
           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'REPLIES NOT POSTED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           DISPLAY WS-DASHES
           DISPLAY 'MESSAGES READ            :' WS-MSG-CNT
           DISPLAY 'COMMENTS POSTED          :' WS-POST-CNT
           DISPLAY 'NEW COMMENT THREADS      :' WS-THRD-NEW-CNT
           DISPLAY 'ALREADY POSTED (SKIPPED) :' WS-DUP-CNT
           DISPLAY 'EXCEPTIONS REPORTED      :' WS-EXCP-CNT
           DISPLAY 'BODY RECORDS W/O HEADER  :' WS-ORPHAN-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXRPLY ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           MOVE WS-FINAL-RC                 TO RETURN-CODE
           GOBACK
           .
