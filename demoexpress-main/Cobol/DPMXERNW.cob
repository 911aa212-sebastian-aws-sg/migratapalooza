      *                             OWNER GETS ONE ROLLUP ALERT        *
      *                             INSTEAD OF ONE PER TEMPLATE.       *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             RENEWAL ALERT IS NOW A TYPED ALERT *
      *                             (MCARENEW); THE WORDING LIVES IN   *
      *                             THE VDPM66_ALRT_MSG_TMPLT CATALOG. *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
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
           EXEC SQL
              INCLUDE SQLCA
           MOVE WS-TMPLT-ID                  TO WS-TMPLT-ID-ED
           MOVE WS-BDAYS-REMAINING            TO WS-DAYS-REMAINING-ED

      * SUBJECT AND WORDING COME FROM THE MCARENEW CATALOG ENTRY.
           MOVE 'MCARENEW'                   TO WS-AV-TYPE-CD
           MOVE 6                            TO WS-AV-VAR-CNT
           MOVE 'TMPLT_ID'                   TO WS-AV-VAR-NM(1)
           MOVE WS-TMPLT-ID-ED               TO WS-AV-VAR-VALUE(1)
           MOVE 'TMPLT_NM'                   TO WS-AV-VAR-NM(2)
           MOVE WS-TMPLT-SHORT-NM            TO WS-AV-VAR-VALUE(2)
           MOVE 'DEALER'                     TO WS-AV-VAR-NM(3)
           MOVE WS-DELR-CMPNY-ID             TO WS-AV-VAR-VALUE(3)
           MOVE 'CLIENT'                     TO WS-AV-VAR-NM(4)
           MOVE WS-CLNT-CMPNY-ID             TO WS-AV-VAR-VALUE(4)
           MOVE 'DUE_DT'                     TO WS-AV-VAR-NM(5)
           MOVE WS-END-DT                    TO WS-AV-VAR-VALUE(5)
           MOVE 'DAYS'                       TO WS-AV-VAR-NM(6)
           MOVE WS-DAYS-REMAINING-ED         TO WS-AV-VAR-VALUE(6)
           MOVE WS-ALRT-VARS                 TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS       TO WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

