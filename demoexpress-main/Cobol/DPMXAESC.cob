      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXPARM - BATCH PARAMETER REGISTRY LOOKUP                     *
      * DPMXASUP - RAISES REMINDER/ESCALATION/REROUTE ALERTS           *
      *            (STORM-SUPPRESSED FRONT-END TO DPMXAALR)            *
      * DPMXALOG - RECORDS EVERY ESCALATION STEP                       *
      *                             USER GETS ONE ROLLUP ALERT         *
      *                             INSTEAD OF ONE PER TEMPLATE.       *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             REMINDER, ESCALATION AND REROUTE   *
      *                             ALERTS ARE NOW TYPED ALERTS        *
      *                             (APRVRMND, APRVESCL, APRVRRTE);    *
      *                             THE WORDING LIVES IN THE           *
      *                             VDPM66_ALRT_MSG_TMPLT CATALOG.     *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             THRESHOLDS READ FROM THE PARAMETER *
      *                             REGISTRY (DPMXPARM).               *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             ALERTS ALSO CARRY THE AMENDMENT AS *
      *                             VALUE AMND_ID SO THEIR EMAIL REPLY *
      *                             REFERENCE NAMES THE TERM.          *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-APRVR-USER-ID                 PIC X(10) VALUE SPACES.
       01  WS-TMPLT-ID-ED                   PIC ZZZZZZZZ9.
       01  WS-AMND-ID-ED                    PIC Z(17)9.
       01  WS-AGE-ED                        PIC ZZZZ9.
      *
       01  WS-REMIND-CNT                    PIC S9(9) COMP VALUE 0.
              49 WS-ALERT-MSG-LEN            PIC S9(4) USAGE COMP.
              49 WS-ALERT-MSG-DT             PIC X(32000).
           05 WS-ALERT-USER-ID               PIC X(10).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08) VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08) VALUE SPACES.
           05 WS-AV-VAR-CNT                 PIC 9(02) VALUE 0.
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
      *
       01  WS-ALOG-PROGRAM                  PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-CMPNY-ID              PIC X(08).
           05 WS-ALOG-DTL-TX                PIC X(80).
           05 WS-ALOG-SQLCODE               PIC S9(9) COMP.
      *
       01  WS-PARM-PROGRAM                  PIC X(08) VALUE 'DPMXPARM'.
       01  WS-PARM-PASS-AREA.
           05 WS-PARM-PRGM-ID               PIC X(08).
           05 WS-PARM-PARM-NM               PIC X(18).
           05 WS-PARM-RUN-ID                PIC X(08).
           05 WS-PARM-TYPE-CD               PIC X(01).
           05 WS-PARM-SYSIN-VALUE-NB        PIC S9(9) COMP-3.
           05 WS-PARM-SYSIN-VALUE-TX        PIC X(20).
           05 WS-PARM-VALUE-NB              PIC S9(9) COMP-3.
           05 WS-PARM-VALUE-TX              PIC X(20).
           05 WS-PARM-SRC-CD                PIC X(01).
           05 WS-PARM-RC                    PIC X(04).
           05 WS-PARM-MSG-TX                PIC X(80).
           05 WS-PARM-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           ACCEPT WS-SUPV-USER-ID           FROM SYSIN
           ACCEPT WS-ALT-USER-ID            FROM SYSIN

      * APPROVED REGISTRY VALUES (DPMXPREG) TAKE PRECEDENCE; THE
      * SYSIN VALUES ABOVE ARE THE FALLBACK.
           MOVE 'REMIND_DAYS'               TO WS-PARM-PARM-NM
           MOVE WS-REMIND-DAYS              TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-REMIND-DAYS
           MOVE 'ESCLT_DAYS'                TO WS-PARM-PARM-NM
           MOVE WS-ESCLT-DAYS               TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-ESCLT-DAYS
           MOVE 'REROUTE_DAYS'              TO WS-PARM-PARM-NM
           MOVE WS-REROUTE-DAYS             TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-REROUTE-DAYS

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'REMIND AFTER DAYS        :' WS-REMIND-DAYS
           DISPLAY 'ESCALATE AFTER DAYS      :' WS-ESCLT-DAYS
              GOBACK
           END-IF
           .
      *------------------------*
       1060-GET-PARM.
      *------------------------*
           MOVE WS-PROGRAM                  TO WS-PARM-PRGM-ID
           MOVE SPACES                      TO WS-PARM-RUN-ID
                                               WS-PARM-SYSIN-VALUE-TX
           MOVE 'N'                         TO WS-PARM-TYPE-CD
           CALL WS-PARM-PROGRAM USING WS-PARM-PASS-AREA
           IF WS-PARM-RC NOT = 'SP00'
              DISPLAY 'PARAMETER WARNING: ' WS-PARM-MSG-TX
           END-IF
           .
      *----------------------------------*
       2000-PROCESS-PENDING.
      *----------------------------------*
           MOVE '3100-REMIND-APPROVER'      TO WS-PARAGRAPH-NAME

           MOVE WS-APRVR-USER-ID            TO WS-ALERT-USER-ID
           MOVE 'APRVRMND'                  TO WS-AV-TYPE-CD
           PERFORM 8000-RAISE-ALERT

           MOVE 'REMINDER SENT TO APPROVER' TO WS-ALOG-DTL-TX
           MOVE '3200-ESCALATE-SUPV'        TO WS-PARAGRAPH-NAME

           MOVE WS-SUPV-USER-ID             TO WS-ALERT-USER-ID
           MOVE 'APRVESCL'                  TO WS-AV-TYPE-CD
           PERFORM 8000-RAISE-ALERT

           MOVE SPACES                      TO WS-ALOG-DTL-TX
           END-IF

           MOVE WS-ALT-USER-ID              TO WS-ALERT-USER-ID
           MOVE 'APRVRRTE'                  TO WS-AV-TYPE-CD
           PERFORM 8000-RAISE-ALERT

           MOVE SPACES                      TO WS-ALOG-DTL-TX
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID

      * WS-AV-TYPE-CD IS SET BY THE CALLING STEP; SUBJECT AND
      * WORDING COME FROM THAT CATALOG ENTRY.
           MOVE SPACES                      TO WS-ALERT-SUB
      * AMND_ID TIES THE ALERT'S EMAIL REPLY REFERENCE TO THE TERM
      * AWAITING APPROVAL (DPMXRPLY).
           MOVE 3                           TO WS-AV-VAR-CNT
           MOVE 'TMPLT_ID'                  TO WS-AV-VAR-NM(1)
           MOVE WS-TMPLT-ID-ED              TO WS-AV-VAR-VALUE(1)
           MOVE 'DAYS'                      TO WS-AV-VAR-NM(2)
           MOVE WS-AGE-ED                   TO WS-AV-VAR-VALUE(2)
           MOVE WS-AMND-ID                  TO WS-AMND-ID-ED
           MOVE 'AMND_ID'                   TO WS-AV-VAR-NM(3)
           MOVE WS-AMND-ID-ED               TO WS-AV-VAR-VALUE(3)
           MOVE SPACES                      TO WS-ALERT-MSG-DT
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

