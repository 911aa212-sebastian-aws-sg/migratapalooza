      * 09/03/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             A HELD TYPED ALERT ('*ALRTVAR'     *
      *                             MESSAGE AREA) IS REFERENCED IN THE *
      *                             ROLLUP BY ALERT TYPE AND ITS FIRST *
      *                             VALUE, SINCE ITS SUBJECT IS ONLY   *
      *                             BUILT INSIDE DPMXAALR.             *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
              10 WS-SE-REF-CNT              PIC S9(4) COMP.
              10 WS-SE-REF-LIST.
                 15 WS-SE-REF               PIC X(60) OCCURS 8 TIMES.
      *
      *
      **TYPED-ALERT VIEW OF THE MESSAGE AREA (SEE DPMXAALR)
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08).
              88 WS-AV-TYPED-ALERT          VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08).
           05 WS-AV-VAR-CNT                 PIC 9(02).
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
      *
       01  WS-ROLLUP-SUB                    PIC X(150) VALUE SPACES.
       01  WS-ROLLUP-MSG.
           ADD 1                   TO WS-SE-HELD-CNT(WS-HIT-IX)
           IF WS-SE-REF-CNT(WS-HIT-IX) < 8
              ADD 1                TO WS-SE-REF-CNT(WS-HIT-IX)
              MOVE LS-ASUP-ALERT-MSG-DT(1:LENGTH OF WS-ALRT-VARS)
                                            TO WS-ALRT-VARS
              IF WS-AV-TYPED-ALERT
                 MOVE SPACES
                   TO WS-SE-REF(WS-HIT-IX, WS-SE-REF-CNT(WS-HIT-IX))
                 STRING WS-AV-TYPE-CD ' ' WS-AV-VAR-VALUE(1)
                        DELIMITED BY SIZE
                   INTO WS-SE-REF(WS-HIT-IX, WS-SE-REF-CNT(WS-HIT-IX))
                 END-STRING
              ELSE
                 MOVE LS-ASUP-ALERT-SUB(1:60)
                   TO WS-SE-REF(WS-HIT-IX, WS-SE-REF-CNT(WS-HIT-IX))
              END-IF
           END-IF
           .
      *------------------------*
