      *                             USER GETS ONE ROLLUP ALERT         *
      *                             INSTEAD OF ONE PER TEMPLATE.       *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             EXPIRY ALERT IS NOW A TYPED ALERT  *
      *                             (TMPLEXPD); THE WORDING LIVES IN   *
      *                             THE VDPM66_ALRT_MSG_TMPLT CATALOG. *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             EARLY-TERMINATED ('T') TEMPLATES   *
      *                             ARE LEFT OUT OF EXPIRY.            *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             NOVATED ('V') TEMPLATES ARE LEFT   *
      *                             OUT OF EXPIRY.                     *
      *                                                                *
      * 10/15/2026        006       COGNIZANT                          *
      *                             A SUPERSEDED ('S') AGREEMENT IS    *
      *                             NOT EXPIRED.                       *
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
      *            PROCESSING: EXPIRING IT WOULD STRAND IT - DPMXDRST
      *            RESTORES AND DPMXDPUR PURGES ONLY 'L' ROWS.
                   AND  MCA_STAT_IN <> 'L'
      *            AN EARLY-TERMINATED ('T') AGREEMENT HAS ALREADY
      *            ENDED THROUGH DPMXTERM; IT IS NOT EXPIRED OVER IT.
                   AND  MCA_STAT_IN <> 'T'
      *            A NOVATED ('V') ORIGINAL IS CLOSED; THE TRANSFEREE'S
      *            NEW TEMPLATE FROM DPMXNOVX EXPIRES IN ITS PLACE.
                   AND  MCA_STAT_IN <> 'V'
      *            A SUPERSEDED ('S') AGREEMENT WAS CLOSED BY DPMXSPRS
      *            OR BY THE EXECUTION OF ITS RE-EXECUTION COPY.
                   AND  MCA_STAT_IN <> 'S'
                 ORDER BY MCA_TMPLT_ID
           END-EXEC
      *
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID

      * SUBJECT AND WORDING COME FROM THE TMPLEXPD CATALOG ENTRY.
           MOVE SPACES                      TO WS-ALERT-SUB
           MOVE 'TMPLEXPD'                  TO WS-AV-TYPE-CD
           MOVE 3                           TO WS-AV-VAR-CNT
           MOVE 'TMPLT_ID'                  TO WS-AV-VAR-NM(1)
           MOVE WS-TMPLT-ID-ED              TO WS-AV-VAR-VALUE(1)
           MOVE 'END_DT'                    TO WS-AV-VAR-NM(2)
           MOVE WS-END-DT                   TO WS-AV-VAR-VALUE(2)
           MOVE 'TMPLT_NM'                  TO WS-AV-VAR-NM(3)
           MOVE WS-TMPLT-NM                 TO WS-AV-VAR-VALUE(3)
           MOVE SPACES                      TO WS-ALERT-MSG-DT
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

