      * DELIVERY STAYS SUPPRESSED FROM EMAIL ENTIRELY.  USERS WITH    *
      * 'E' DELIVERY KEEP THE PER-ALERT DPMXAEML PATH UNTOUCHED.      *
      *                                                                *
      * A DETAIL LINE WHOSE ALERT HAS A VDPM93_ALRT_RPLY_REF ROW ENDS  *
      * WITH THE REPLY REFERENCE IN BRACKETS; A REPLY QUOTING IT IS    *
      * POSTED TO THE TERM'S COMMENT THREAD BY DPMXRPLY.               *
      *                                                                *
      * SCHEDULING: THIS JOB MUST RUN BEFORE DPMXAEML IN THE CYCLE    *
      * SO THE MAILER DOES NOT PICK UP ROWS A DIGEST ALREADY COVERS.  *
      *                                                                *
      * VDPM40_ALRT_SBSC      - ALERT SUBSCRIPTION TABLE               *
      * VDPM03_CMPNY_USER     - MCA ORG USER TABLE (EMAIL ADDRESS)     *
      * VDPM44_EMAIL_SPRSN    - UNDELIVERABLE ADDRESS SUPPRESSION      *
      * VDPM93_ALRT_RPLY_REF  - EMAIL REPLY REFERENCE PER ALERT        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM0501 / DPM0502 / DPM4001 / DPM0301 / DPM9301        *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      *                             NO DELIVERABLE ADDRESS THE MEMBER  *
      *                             ROWS STAY PENDING.                 *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             DIGEST DETAIL LINES CARRY THE      *
      *                             ALERT'S VDPM93 REPLY REFERENCE.    *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-NO-ADDR-SW                    PIC X(01) VALUE 'N'.
           88 NO-DLVRY-ADDR                 VALUE 'Y'.
       01  WS-DLGT-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-DTL-LINE                      PIC X(66) VALUE SPACES.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
           EXEC SQL
              INCLUDE DPM4001
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM9301
           END-EXEC
      *
       COPY  DB2000IA.
      *
           ADD 1                            TO WS-USER-ALERT-CNT
           IF WS-GRP-SHOWN < WS-TOP-LINES
              ADD 1                         TO WS-GRP-SHOWN
              PERFORM 2210-LOOKUP-RPLY-REF
              DISPLAY '    ' WS-DTL-LINE
           END-IF

           PERFORM 2700-MARK-MEMBER-SENT THRU 2700-EXIT
           .
      *----------------------------------*
       2210-LOOKUP-RPLY-REF.
      *----------------------------------*
      * A REFERENCED ALERT KEEPS ITS REPLY REFERENCE ON THE DETAIL
      * LINE, SHORTENING THE SUBJECT TO MAKE ROOM.

           MOVE '2210-LOOKUP-RPLY-REF'      TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO D093-RPLY-REF-CD

           EXEC SQL
              SELECT RPLY_REF_CD
                INTO :D093-RPLY-REF-CD
                FROM  VDPM93_ALRT_RPLY_REF
               WHERE  MCA_ALERT_ID = :D05Q-MCA-ALERT-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 9000-SQL-ERROR
           END-IF

           IF D093-RPLY-REF-CD = SPACES
              MOVE D005-ALERT-INFO-SUB-DS(1:66) TO WS-DTL-LINE
           ELSE
              MOVE SPACES                   TO WS-DTL-LINE
              STRING D005-ALERT-INFO-SUB-DS(1:46) ' ['
                     D093-RPLY-REF-CD ']'
                     DELIMITED BY SIZE INTO WS-DTL-LINE
              END-STRING
           END-IF
           .
      *----------------------------------*
       2300-OPEN-DIGEST.
      *----------------------------------*
