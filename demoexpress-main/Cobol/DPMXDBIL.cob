      *                             A DEALER WITH ONLY ACTIVE          *
      *                             ENROLLMENTS IS STILL INVOICED.     *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             THE RUN ID NOW COMES FROM THE      *
      *                             REGION'S CYCLE DATE ON             *
      *                             VDPM87_CYCLE_DT (DPMXCYDT, 1050).  *
      *                             A DIFFERENT DATE ON THE SYSIN CARD *
      *                             IS ONLY TAKEN WITH A REASON, WHICH *
      *                             IS LOGGED.                         *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-BILL-MONTH                    PIC X(7)  VALUE SPACES.
       01  WS-SCORE-YRMO                    PIC X(6)  VALUE SPACES.
       01  WS-RUN-ID                        PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID-CARD.
           05 WS-RUN-ID-CARD-DT             PIC X(08).
           05 FILLER                        PIC X(01).
           05 WS-RUN-ID-CARD-RSN-TX         PIC X(50).
           05 FILLER                        PIC X(01).
           05 WS-RUN-ID-CARD-RGN-CD         PIC X(08).
           05 FILLER                        PIC X(12).
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
      *
       01  WS-RATE-ENRL                     PIC S9(5)V9(4) COMP-3
                                            VALUE 0.

           IF BILL-MODE
              ACCEPT WS-BILL-MONTH          FROM SYSIN
              ACCEPT WS-RUN-ID-CARD         FROM SYSIN
              PERFORM 1050-GET-CYCLE-DATE
              DISPLAY 'BILLING MONTH            :' WS-BILL-MONTH
              DISPLAY 'RUN ID                   :' WS-RUN-ID
              IF WS-BILL-MONTH = SPACES OR WS-RUN-ID = SPACES
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       1050-GET-CYCLE-DATE.
      *----------------------------------*
      * THE RUN ID IS THE REGION'S CYCLE DATE ON VDPM87_CYCLE_DT
      * (DPMXCYDT).  A DATE IN COLUMNS 1-8 OF THE RUN ID CARD THAT
      * DIFFERS FROM IT IS ONLY TAKEN WITH A REASON IN COLUMNS 10-59;
      * COLUMNS 61-68 MAY NAME THE REGION (BLANK = 'GLOBAL').
           MOVE '1050-GET-CYCLE-DATE'       TO WS-PARAGRAPH-NAME
           MOVE WS-PROGRAM                  TO WS-CYDT-JOB-NAME
           MOVE WS-RUN-ID-CARD-RGN-CD       TO WS-CYDT-RGN-CD
           MOVE WS-RUN-ID-CARD-DT           TO WS-CYDT-SYSIN-DT
           MOVE WS-RUN-ID-CARD-RSN-TX       TO WS-CYDT-OVRD-RSN-TX
           CALL WS-CYDT-PROGRAM USING WS-CYDT-PASS-AREA
           IF WS-CYDT-RC NOT = 'SP00'
              DISPLAY 'NO CYCLE DATE - RUN CANCELLED: ' WS-CYDT-MSG-TX
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-CYDT-RUN-ID              TO WS-RUN-ID
           .
      *----------------------------------*
       2000-LOAD-RATES.
      *----------------------------------*
