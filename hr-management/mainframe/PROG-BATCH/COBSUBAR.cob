      *-----------------------------------------------------------------
      *    COBSUBAR - SUBSIDIARY CHANGE AUDIT AND CREDENTIAL REPORT
      *
      *    FUNCTIONALITY - TWO LISTINGS OVER THE TRAIL COBSUBAP KEEPS
      *                    FOR EVERY APITP018 ADD OR CHANGE:
      *
      *                    1) EVERY SUBAUDIT ROW DATED WITHIN THE
      *                       REQUESTED RANGE, OLDEST FIRST: WHEN,
      *                       SUBID, ADD/CHANGE, SOURCE (SCREEN OR
      *                       BATCH), USER, BEFORE AND AFTER NAME AND
      *                       WHETHER THE PASSWORD WAS CHANGED.
      *
      *                    2) EVERY SUBSIDIARY WHOSE CREDENTIAL HAS
      *                       NOT BEEN ROTATED WITHIN POLICY - THE
      *                       SUBCRED SET DATE IS OLDER THAN THE
      *                       POLICY DAYS, OR THERE IS NO SUBCRED ROW
      *                       AT ALL (THE PASSWORD WAS NEVER SET
      *                       THROUGH COBSUBAP, SO THE MASTER MAY
      *                       STILL HOLD IT IN CLEAR).  ANY SUCH
      *                       SUBSIDIARY ENDS THE RUN RC 4.
      *
      *                    SYSIN CARDS: 1) FROM DATE YYYYMMDD - BLANK
      *                                    DEFAULTS TO TODAY
      *                                 2) TO DATE YYYYMMDD - BLANK
      *                                    DEFAULTS TO TODAY
      *                                 3) ROTATION POLICY IN DAYS
      *                                    (3 DIGITS) - BLANK
      *                                    DEFAULTS TO 90
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSUBAR.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.  SUBAUDIT CHANGE LISTING
      *                       AND OVERDUE CREDENTIAL ROTATION.
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.

       DATA DIVISION.
      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-TODAY-DT                     PIC X(8) VALUE SPACES.
       01  WS-FROM-DT                      PIC X(8) VALUE SPACES.
       01  WS-TO-DT                        PIC X(8) VALUE SPACES.
       01  WS-POLICY-CARD                  PIC X(3) VALUE SPACES.
       01  WS-POLICY-DAYS                  PIC S9(4) COMP VALUE 90.
       01  WS-POLICY-ED                    PIC ZZ9.
       01  WS-CUTOFF-ISO                   PIC X(10) VALUE SPACES.
       01  WS-CUTOFF-DT                    PIC X(8) VALUE SPACES.

       01  WS-CRED-SUBID                   PIC X(4) VALUE SPACES.
       01  WS-CRED-SET-DT                  PIC X(8) VALUE SPACES.
       01  WS-CRED-SET-USER                PIC X(8) VALUE SPACES.

       01  WS-AUDIT-CNT                    PIC 9(7) VALUE 0.
       01  WS-OVERDUE-CNT                  PIC 9(7) VALUE 0.
       01  WS-NEVER-SET-CNT                PIC 9(7) VALUE 0.

       01  WS-AUDIT-EOF-SW                 PIC X(1) VALUE "N".
           88  NO-MORE-AUDIT-ROWS              VALUE "Y".
       01  WS-CRED-EOF-SW                  PIC X(1) VALUE "N".
           88  NO-MORE-CRED-ROWS               VALUE "Y".

       01  WS-DASHES                       PIC X(60) VALUE ALL "=".

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE SUBAUDIT
           END-EXEC.

           EXEC SQL
               INCLUDE SUBCRED
           END-EXEC.

           EXEC SQL
               DECLARE SUB_AUDIT_CSR CURSOR FOR
                 SELECT SUBID,
                        CHAR(AUDIT_TS),
                        AUDIT_DT,
                        CHG_ACTN_CD,
                        CHG_SRC_CD,
                        CHG_USER_ID,
                        OLD_SUBNAME,
                        NEW_SUBNAME,
                        PSWD_CHG_IN
                 FROM SUBAUDIT
                 WHERE AUDIT_DT BETWEEN :WS-FROM-DT AND :WS-TO-DT
                 ORDER BY AUDIT_TS, SUBID
           END-EXEC.

      *-----------------------------------------------------------------
      * EVERY SUBSIDIARY WITH NO CREDENTIAL SET SINCE THE CUTOFF
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE STALE_CRED_CSR CURSOR FOR
                 SELECT S.SUBID,
                        COALESCE(C.PSWD_SET_DT, ' '),
                        COALESCE(C.PSWD_SET_USER_ID, ' ')
                 FROM SUBSIDIARY S
                 LEFT OUTER JOIN SUBCRED C
                   ON C.SUBID = S.SUBID
                 WHERE C.SUBID IS NULL
                    OR C.PSWD_SET_DT < :WS-CUTOFF-DT
                 ORDER BY S.SUBID
           END-EXEC.

      /
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

            PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.

            PERFORM 2000-LIST-CHANGES.

            PERFORM 3000-LIST-STALE-CREDENTIALS.

            DISPLAY WS-DASHES.
            DISPLAY "CHANGES LISTED      : " WS-AUDIT-CNT.
            DISPLAY "ROTATION OVERDUE    : " WS-OVERDUE-CNT.
            DISPLAY "NO CREDENTIAL ROW   : " WS-NEVER-SET-CNT.
            DISPLAY WS-DASHES.

            IF WS-OVERDUE-CNT > 0 OR WS-NEVER-SET-CNT > 0
                 MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * 1000-READ-PARAMETERS - DATE RANGE, POLICY AND ITS CUTOFF DATE
      *-----------------------------------------------------------------
       1000-READ-PARAMETERS.

            ACCEPT WS-TODAY-DT    FROM DATE YYYYMMDD.
            ACCEPT WS-FROM-DT     FROM SYSIN.
            ACCEPT WS-TO-DT       FROM SYSIN.
            ACCEPT WS-POLICY-CARD FROM SYSIN.

            IF WS-FROM-DT = SPACES
                 MOVE WS-TODAY-DT TO WS-FROM-DT
            END-IF.
            IF WS-TO-DT = SPACES
                 MOVE WS-TODAY-DT TO WS-TO-DT
            END-IF.
            IF WS-POLICY-CARD NOT = SPACES
                 IF WS-POLICY-CARD NOT NUMERIC
                      DISPLAY "POLICY DAYS NOT NUMERIC - RUN CANCELLED"
                      MOVE 16 TO RETURN-CODE
                      GOBACK
                 END-IF
                 MOVE WS-POLICY-CARD TO WS-POLICY-DAYS
            END-IF.

            IF WS-FROM-DT NOT NUMERIC
               OR WS-TO-DT NOT NUMERIC
               OR WS-FROM-DT > WS-TO-DT
                 DISPLAY "BAD DATE RANGE " WS-FROM-DT " TO " WS-TO-DT
                         " - RUN CANCELLED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
            END-IF.

            EXEC SQL
              SELECT CHAR(CURRENT DATE - :WS-POLICY-DAYS DAYS, ISO)
              INTO   :WS-CUTOFF-ISO
              FROM SYSIBM.SYSDUMMY1
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            STRING WS-CUTOFF-ISO(1:4)
                   WS-CUTOFF-ISO(6:2)
                   WS-CUTOFF-ISO(9:2)
                   DELIMITED BY SIZE
                   INTO WS-CUTOFF-DT
            END-STRING.

            MOVE WS-POLICY-DAYS TO WS-POLICY-ED.

            DISPLAY WS-DASHES.
            DISPLAY "COBSUBAR SUBSIDIARY AUDIT REPORT".
            DISPLAY "CHANGES FROM        : " WS-FROM-DT.
            DISPLAY "CHANGES TO          : " WS-TO-DT.
            DISPLAY "ROTATION POLICY     : " WS-POLICY-ED " DAYS".
            DISPLAY "SET BEFORE          : " WS-CUTOFF-DT
                    " IS OVERDUE".
            DISPLAY WS-DASHES.
       1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-LIST-CHANGES - THE SUBAUDIT TRAIL FOR THE RANGE
      *-----------------------------------------------------------------
       2000-LIST-CHANGES.

            DISPLAY "SUBSIDIARY CHANGES".
            DISPLAY "TIMESTAMP                  SUBID A S USER     "
                    "OLD NAME   NEW NAME   PW".
            DISPLAY WS-DASHES.

            EXEC SQL
                OPEN SUB_AUDIT_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 2100-FETCH-NEXT-AUDIT.
            PERFORM 2200-REPORT-ONE-AUDIT
                    UNTIL NO-MORE-AUDIT-ROWS.

            EXEC SQL
                CLOSE SUB_AUDIT_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 2100-FETCH-NEXT-AUDIT
      *-----------------------------------------------------------------
       2100-FETCH-NEXT-AUDIT.

            EXEC SQL
              FETCH SUB_AUDIT_CSR
                INTO :SAUD-SUBID,
                     :SAUD-AUDIT-TS,
                     :SAUD-AUDIT-DT,
                     :SAUD-CHG-ACTN-CD,
                     :SAUD-CHG-SRC-CD,
                     :SAUD-CHG-USER-ID,
                     :SAUD-OLD-SUBNAME,
                     :SAUD-NEW-SUBNAME,
                     :SAUD-PSWD-CHG-IN
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-AUDIT-ROWS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 2200-REPORT-ONE-AUDIT
      *-----------------------------------------------------------------
       2200-REPORT-ONE-AUDIT.

            ADD 1 TO WS-AUDIT-CNT.
            DISPLAY SAUD-AUDIT-TS " "
                    SAUD-SUBID "  "
                    SAUD-CHG-ACTN-CD " "
                    SAUD-CHG-SRC-CD " "
                    SAUD-CHG-USER-ID " "
                    SAUD-OLD-SUBNAME " "
                    SAUD-NEW-SUBNAME " "
                    SAUD-PSWD-CHG-IN.
            PERFORM 2100-FETCH-NEXT-AUDIT.

      *-----------------------------------------------------------------
      * 3000-LIST-STALE-CREDENTIALS - NOT ROTATED WITHIN POLICY
      *-----------------------------------------------------------------
       3000-LIST-STALE-CREDENTIALS.

            DISPLAY WS-DASHES.
            DISPLAY "CREDENTIALS NOT ROTATED WITHIN POLICY".
            DISPLAY WS-DASHES.

            EXEC SQL
                OPEN STALE_CRED_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 3100-FETCH-NEXT-CRED.
            PERFORM 3200-REPORT-ONE-CRED
                    UNTIL NO-MORE-CRED-ROWS.

            EXEC SQL
                CLOSE STALE_CRED_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 3100-FETCH-NEXT-CRED
      *-----------------------------------------------------------------
       3100-FETCH-NEXT-CRED.

            EXEC SQL
              FETCH STALE_CRED_CSR
                INTO :WS-CRED-SUBID,
                     :WS-CRED-SET-DT,
                     :WS-CRED-SET-USER
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-CRED-ROWS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 3200-REPORT-ONE-CRED
      *-----------------------------------------------------------------
       3200-REPORT-ONE-CRED.

            IF WS-CRED-SET-DT = SPACES
                 ADD 1 TO WS-NEVER-SET-CNT
                 DISPLAY "SUBID " WS-CRED-SUBID
                         " NEVER SET THROUGH COBSUBAP - MAY BE CLEAR"
            ELSE
                 ADD 1 TO WS-OVERDUE-CNT
                 DISPLAY "SUBID " WS-CRED-SUBID
                         " LAST SET " WS-CRED-SET-DT
                         " BY " WS-CRED-SET-USER
            END-IF.
            PERFORM 3100-FETCH-NEXT-CRED.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.
                EXEC SQL
                    ROLLBACK
                END-EXEC.
                MOVE 16 TO RETURN-CODE.
                GOBACK.
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
