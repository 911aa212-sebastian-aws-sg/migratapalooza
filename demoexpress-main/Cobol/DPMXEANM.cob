      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXPARM - BATCH PARAMETER REGISTRY LOOKUP                     *
      * DPMXAALR - RAISES THE ANOMALY ALERT                            *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      * 09/03/2026        001       COGNIZANT                          *
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
              MOVE WS-HIGH-X                TO WS-HIGH-PCT
           END-IF

      * APPROVED REGISTRY VALUES (DPMXPREG) TAKE PRECEDENCE; THE
      * SYSIN VALUES ABOVE ARE THE FALLBACK.
           MOVE 'LOOKBACK_DAYS'             TO WS-PARM-PARM-NM
           MOVE WS-LOOKBACK-DAYS            TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-LOOKBACK-DAYS
           MOVE 'WINDOW_DAYS'               TO WS-PARM-PARM-NM
           MOVE WS-WINDOW-DAYS              TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-WINDOW-DAYS
           MOVE 'LOW_PCT'                   TO WS-PARM-PARM-NM
           MOVE WS-LOW-PCT                  TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-LOW-PCT
           MOVE 'HIGH_PCT'                  TO WS-PARM-PARM-NM
           MOVE WS-HIGH-PCT                 TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-HIGH-PCT

           DISPLAY 'NOTIFY USER ID           :' WS-NOTIFY-USER-ID
           DISPLAY 'BASELINE LOOKBACK DAYS   :' WS-LOOKBACK-DAYS
           DISPLAY 'RECENT WINDOW DAYS       :' WS-WINDOW-DAYS
           COMPUTE WS-BASE-DAYS =
                   WS-LOOKBACK-DAYS - WS-WINDOW-DAYS
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
       2000-MONITOR-ONE-CATEGORY.
      *----------------------------------*
