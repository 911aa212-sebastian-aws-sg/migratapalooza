      * TO THE USER'S VDPM40 DELEGATE WHEN ONE EXISTS, OTHERWISE THE  *
      * ROW TAKES THE NORMAL FAILED/DEAD-LETTER PATH.                 *
      *                                                                *
      * AN ALERT WITH A VDPM93_ALRT_RPLY_REF REFERENCE (A TYPED ALERT  *
      * ABOUT A TEMPLATE OR TERM) CARRIES IT IN BRACKETS AT THE END    *
      * OF THE SUBJECT AND ON A REPLY-REF LINE, SO A REPLY KEEPS IT    *
      * AND DPMXRPLY CAN POST THE ANSWER ONTO THE COMMENT THREAD.      *
      *                                                                *
      * SYSIN CARDS: 1) MAXIMUM ATTEMPTS   (DEFAULT 5)                 *
      *              2) BACKOFF IN MINUTES (DEFAULT 30)                *
      *                                                                *
      * VDPM03_CMPNY_USER     - MCA ORG USER TABLE (EMAIL ADDRESS)     *
      * VDPM44_EMAIL_SPRSN    - UNDELIVERABLE ADDRESS SUPPRESSION      *
      * VDPM40_ALRT_SBSC      - ALERT SUBSCRIPTION (DELEGATE)          *
      * VDPM93_ALRT_RPLY_REF  - EMAIL REPLY REFERENCE PER ALERT        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DPM0301                                                        *
      * DPM4001                                                        *
      * DPM4401                                                        *
      * DPM9301                                                        *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      *                             REROUTES TO THE VDPM40 DELEGATE    *
      *                             WHEN ONE EXISTS.                   *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             2200-SEND-EMAIL ADDS THE ALERT'S   *
      *                             VDPM93 REPLY REFERENCE TO THE      *
      *                             SUBJECT AND A REPLY-REF LINE.      *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-MAX-ATTEMPTS                  PIC 9(3)  VALUE 5.
       01  WS-BACKOFF-MI                    PIC 9(5)  VALUE 30.
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ALERTS                VALUE 'Y' FALSE 'N'.
       01  WS-SPRSN-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-SPRSN-SW                      PIC X(01) VALUE 'N'.
           88 ADDR-SUPPRESSED               VALUE 'Y'.
       01  WS-DLGT-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-ROWS-SUPPRESSED               PIC 9(9)  VALUE 0.
       01  WS-EMAIL-SUBJ                    PIC X(170) VALUE SPACES.
      *
           EXEC SQL
              INCLUDE SQLCA
           EXEC SQL
              INCLUDE DPM4401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM9301
           END-EXEC
      *
       COPY  DB2000IA.
      *
      *----------------------------------*
           MOVE '2200-SEND-EMAIL'          TO WS-PARAGRAPH-NAME

      * THE REPLY REFERENCE RIDES AT THE END OF THE SUBJECT, WHICH
      * MAIL CLIENTS KEEP ON A REPLY.
           MOVE SPACES                     TO D093-RPLY-REF-CD
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

           MOVE D005-ALERT-INFO-SUB-DS     TO WS-EMAIL-SUBJ
           IF D093-RPLY-REF-CD NOT = SPACES
              MOVE SPACES                  TO WS-EMAIL-SUBJ
              STRING D005-ALERT-INFO-SUB-DS DELIMITED BY '   '
                     ' [' D093-RPLY-REF-CD ']'
                     DELIMITED BY SIZE INTO WS-EMAIL-SUBJ
              END-STRING
           END-IF

           DISPLAY WS-DASHES
           DISPLAY 'TO:      ' WS-EMAIL-ID
           DISPLAY 'SUBJECT: ' WS-EMAIL-SUBJ
           DISPLAY 'ALERT-ID:' D05Q-MCA-ALERT-ID
           IF D093-RPLY-REF-CD NOT = SPACES
              DISPLAY 'REPLY-REF:' D093-RPLY-REF-CD
                      ' - REPLY TO THIS EMAIL TO COMMENT ON THE TERM'
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
