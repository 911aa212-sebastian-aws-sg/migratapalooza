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
       01  WS-CNTRL-CNT-X                   PIC 9(9).
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
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
           ACCEPT WS-RETN-14L-DAYS          FROM SYSIN
           ACCEPT WS-RETN-20E-DAYS          FROM SYSIN

      * APPROVED REGISTRY VALUES (DPMXPREG) TAKE PRECEDENCE; THE
      * SYSIN VALUES ABOVE ARE THE FALLBACK.
           MOVE 'RETN_06H_DAYS'             TO WS-PARM-PARM-NM
           MOVE WS-RETN-06H-DAYS            TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-RETN-06H-DAYS
           MOVE 'RETN_02H_DAYS'             TO WS-PARM-PARM-NM
           MOVE WS-RETN-02H-DAYS            TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-RETN-02H-DAYS
           MOVE 'RETN_14L_DAYS'             TO WS-PARM-PARM-NM
           MOVE WS-RETN-14L-DAYS            TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-RETN-14L-DAYS
           MOVE 'RETN_20E_DAYS'             TO WS-PARM-PARM-NM
           MOVE WS-RETN-20E-DAYS            TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-RETN-20E-DAYS

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'VDPM06 HIST RETENTION    :' WS-RETN-06H-DAYS
           DISPLAY 'VDPM02 HIST RETENTION    :' WS-RETN-02H-DAYS
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
      *------------------------*
       1100-SET-CUTOFF.
      *------------------------*
