      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXPARM - BATCH PARAMETER REGISTRY LOOKUP                     *
      * DPMXAALR - RAISES THE ESCALATION ALERT                         *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             THRESHOLDS READ FROM THE PARAMETER *
      *                             REGISTRY (DPMXPARM).               *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
              49 WS-ALERT-MSG-LEN            PIC S9(4) USAGE COMP.
              49 WS-ALERT-MSG-DT             PIC X(32000).
           05 WS-ALERT-USER-ID               PIC X(10).
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
           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-DFLT-DAYS              FROM SYSIN

      * APPROVED REGISTRY VALUES (DPMXPREG) TAKE PRECEDENCE; THE
      * SYSIN VALUES ABOVE ARE THE FALLBACK.
           MOVE 'DFLT_RETN_DAYS'            TO WS-PARM-PARM-NM
           MOVE WS-DFLT-DAYS                TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-DFLT-DAYS

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'DEFAULT RETENTION DAYS   :' WS-DFLT-DAYS

           END-PERFORM
           DISPLAY WS-DASHES
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
       2000-PROCESS-ALERTS.
      *----------------------------------*
