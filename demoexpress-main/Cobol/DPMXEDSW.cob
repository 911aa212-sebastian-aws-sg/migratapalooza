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
      * 10/15/2026        004       COGNIZANT                          *
      *                             THRESHOLDS READ FROM THE PARAMETER *
      *                             REGISTRY (DPMXPARM).               *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
      *
      **SQL COMMUNICATIONS AREA
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
           05 WS-BALW-DELETE-CNT            PIC S9(9) COMP.
           05 WS-BALW-REJECT-CNT            PIC S9(9) COMP.
           05 WS-BALW-SQLCODE               PIC S9(9) COMP.
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
              MOVE 30                       TO WS-PURGE-DAYS
           END-IF

      * APPROVED REGISTRY VALUES (DPMXPREG) TAKE PRECEDENCE; THE
      * SYSIN VALUES ABOVE ARE THE FALLBACK.
           MOVE 'PURGE_DAYS'                TO WS-PARM-PARM-NM
           MOVE WS-PURGE-DAYS               TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-PURGE-DAYS

           DISPLAY 'PURGE THRESHOLD (DAYS)   :' WS-PURGE-DAYS
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
       2000-SWEEP-DECLINED-ENRL.
      *----------------------------------*
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
           MOVE WS-ROWS-SCANNED               TO WS-BALW-READ-CNT
           MOVE 0                             TO WS-BALW-INSERT-CNT
           MOVE 0                             TO WS-BALW-UPDATE-CNT
