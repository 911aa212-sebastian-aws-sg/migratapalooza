      *                             NOW WRITTEN TO VDPM39_BAL_CNTRL    *
      *                             (DPMXBALW, 9050) FOR THE NIGHTLY   *
      *                             DPMXBALR CROSS-FOOT.               *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             END-OF-RUN BALANCING COUNTS ARE    *
      *                             NOW FILED UNDER THE REGION'S CYCLE *
      *                             DATE FROM VDPM87_CYCLE_DT          *
      *                             (DPMXCYDT) INSTEAD OF THE WALL-    *
      *                             CLOCK RUN DATE.                    *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-CMPNY-EFFV-START-DT           PIC X(10).
       01  WS-CMPNY-EFFV-END-DT             PIC X(10).
      *
       01  WS-CYDT-PROGRAM                  PIC X(08) VALUE 'DPMXCYDT'.
       01  WS-CYDT-PASS-AREA.
           05 WS-CYDT-JOB-NAME              PIC X(08).
           05 WS-CYDT-RGN-CD                PIC X(08).
           05 WS-CYDT-SYSIN-DT              PIC X(08).
           05 WS-CYDT-OVRD-RSN-TX           PIC X(50).
           05 WS-CYDT-RUN-ID                PIC X(08).
           05 WS-CYDT-PRIOR-RUN-ID          PIC X(08).
           05 WS-CYDT-OVRD-IN               PIC X(01).
           05 WS-CYDT-RC                    PIC X(04).
           05 WS-CYDT-MSG-TX                PIC X(80).
           05 WS-CYDT-SQLCODE               PIC S9(9) COMP.
       01  WS-BALW-PROGRAM                  PIC X(08) VALUE 'DPMXBALW'.
       01  WS-BALW-PASS-AREA.
           05 WS-BALW-JOB-NAME              PIC X(08).
           MOVE WS-TS(1:4)               TO WS-BALW-RUN-ID(1:4)
           MOVE WS-TS(6:2)               TO WS-BALW-RUN-ID(5:2)
           MOVE WS-TS(9:2)               TO WS-BALW-RUN-ID(7:2)
      * THE COUNTS ARE FILED UNDER THE REGION'S CYCLE DATE
      * (DPMXCYDT); THE RUN DATE ABOVE IS ONLY THE FALLBACK WHEN NO
      * CYCLE DATE IS AVAILABLE.
           MOVE WS-BALW-JOB-NAME            TO WS-CYDT-JOB-NAME
           MOVE SPACES                      TO WS-CYDT-RGN-CD
                                               WS-CYDT-SYSIN-DT
                                               WS-CYDT-OVRD-RSN-TX
           CALL WS-CYDT-PROGRAM USING WS-CYDT-PASS-AREA
           IF WS-CYDT-RC = 'SP00'
              MOVE WS-CYDT-RUN-ID           TO WS-BALW-RUN-ID
           ELSE
              DISPLAY 'COUNTS FILED UNDER RUN DATE - '
                      WS-CYDT-MSG-TX
           END-IF
           MOVE WS-ENRL-CNT                   TO WS-BALW-READ-CNT
           MOVE WS-ENRL-CNT                   TO WS-BALW-INSERT-CNT
           MOVE 0                             TO WS-BALW-UPDATE-CNT
