      *                             FRONT END TO ASK FOR THE NEXT      *
      *                             PAGE.  BLANK KEY = FIRST PAGE.     *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             RESPONSE-TIME SAMPLING: EACH CALL  *
      *                             IS OFFERED TO DPMXSPST, WHICH      *
      *                             RECORDS START/END TIME, ROWS ON    *
      *                             THE PAGE, SP-RC AND THE TAB/       *
      *                             COMPANY INPUT ON VDPM71 AT THE     *
      *                             VDTM54 STATS_SMPL_PCT RATE.        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-KEY-TS                      PIC X(26) VALUE SPACES.
       01  WS-KEY-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-REMAIN-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-SPST-PROGRAM                PIC X(08) VALUE 'DPMXSPST'.
       01  WS-SPST-PASS-AREA.
           05 WS-SPST-PRGM-ID             PIC X(08).
           05 WS-SPST-FUNC-CD             PIC X(01).
           05 WS-SPST-SAMPLED-IN          PIC X(01) VALUE 'N'.
           05 WS-SPST-START-TS            PIC X(26).
           05 WS-SPST-ROW-CNT             PIC S9(9) COMP.
           05 WS-SPST-SP-RC               PIC X(04).
           05 WS-SPST-INPUT-KEY           PIC X(40).
           05 WS-SPST-USER-ID             PIC X(10).
           05 WS-SPST-SQLCODE             PIC S9(9) COMP.
       01  WS-DISPLAY-SWITCH              PIC X(01) VALUE 'N'.
           88 DISPLAY-PARAMETERS                    VALUE 'Y'.
           88 HIDE-PARAMETERS                       VALUE 'N'.
      *------------------------*

           MOVE '1000-INITIALIZE'                   TO WS-PARAGRAPH-NAME
           PERFORM 1100-BEGIN-CALL-STATS
           MOVE SPACES                              TO OUTSQLCA
                                                      ,LS-SP-ERROR-AREA
           MOVE 'SP00'                              TO LS-SP-RC

           .
      *------------------------*
       1100-BEGIN-CALL-STATS.
      *------------------------*
      * START THE RESPONSE-TIME CLOCK.  DPMXSPST DECIDES FROM THE
      * VDTM54 SAMPLING RATE WHETHER THIS CALL IS RECORDED.

           MOVE WS-PROGRAM                          TO WS-SPST-PRGM-ID
           MOVE 'B'                                 TO WS-SPST-FUNC-CD
           CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA

           .
      *------------------------*
       2000-VALIDATE-INPUT.
      *------------------------*

       9990-GOBACK.
      *------------------------*

            PERFORM 9980-END-CALL-STATS
            PERFORM 9999-FORMAT-SQLCA


            END-IF
            GOBACK
           .
      *------------------------*
       9980-END-CALL-STATS.
      *------------------------*
      * ROWS RETURNED IS THE PAGE HANDED TO THE FRONT END: THE ROWS
      * AHEAD OF THE CONTINUATION KEY, CAPPED AT THE PAGE SIZE.

            IF WS-SPST-SAMPLED-IN = 'Y'
               IF WS-REMAIN-CNT > WS-PAGE-SIZE
                  MOVE WS-PAGE-SIZE                 TO WS-SPST-ROW-CNT
               ELSE
                  MOVE WS-REMAIN-CNT                TO WS-SPST-ROW-CNT
               END-IF
               MOVE LS-SP-RC                        TO WS-SPST-SP-RC
               MOVE SPACES                          TO WS-SPST-INPUT-KEY
               STRING 'TAB=' LS-TAB-IND
                      ' CMPNY=' LS-CMPNY-ID
                      DELIMITED BY SIZE INTO WS-SPST-INPUT-KEY
               MOVE LS-USER-ID                      TO WS-SPST-USER-ID
               MOVE 'E'                             TO WS-SPST-FUNC-CD
               CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA
            END-IF
           .
      *------------------------*
       9999-FORMAT-SQLCA.
      *------------------------*
