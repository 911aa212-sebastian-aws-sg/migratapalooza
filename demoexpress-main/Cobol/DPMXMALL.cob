      * PARAMETER LS-SP-FUZZY-MTCH-IN SO CALLERS CAN TELL WHICH PATH  *
      * PRODUCED THE RESULT SET.                                     *
      *                                                               *
      * 10/15/2026        02.00     COGNIZANT                         *
      * ADDED 1100-BEGIN-CALL-STATS AND 9980-END-CALL-STATS: CALLS    *
      * ARE SAMPLED THROUGH DPMXSPST ONTO VDPM71_SP_CALL_STAT AT THE  *
      * VDTM54 STATS_SMPL_PCT RATE WITH THE ROWS IN THE RESULT SET    *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
                88  WS-ISDA                VALUE 'I'.
                88  WS-DEALER-GENERIC      VALUE 'D'.
       01  WS-EXACT-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-SPST-PROGRAM               PIC X(08) VALUE 'DPMXSPST'.
       01  WS-SPST-PASS-AREA.
           05 WS-SPST-PRGM-ID            PIC X(08).
           05 WS-SPST-FUNC-CD            PIC X(01).
           05 WS-SPST-SAMPLED-IN         PIC X(01) VALUE 'N'.
           05 WS-SPST-START-TS           PIC X(26).
           05 WS-SPST-ROW-CNT            PIC S9(9) COMP.
           05 WS-SPST-SP-RC              PIC X(04).
           05 WS-SPST-INPUT-KEY          PIC X(40).
           05 WS-SPST-USER-ID            PIC X(10).
           05 WS-SPST-SQLCODE            PIC S9(9) COMP.

      *****************************************************************
      *                        SQL INCLUDES                            *

           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME

           PERFORM 1100-BEGIN-CALL-STATS

           MOVE SPACES                      TO LS-SP-ERROR-AREA
                                               OUTSQLCA
           MOVE 'SP00'                      TO LS-SP-RC
              DISPLAY WS-DASHES
           END-IF
           .
      *-------------------------*
       1100-BEGIN-CALL-STATS.
      *-------------------------*
      * START THE RESPONSE-TIME CLOCK.  DPMXSPST DECIDES FROM THE
      * VDTM54 SAMPLING RATE WHETHER THIS CALL IS RECORDED.

           MOVE WS-PROGRAM                  TO WS-SPST-PRGM-ID
           MOVE 'B'                         TO WS-SPST-FUNC-CD
           CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA
           .
      *--------------------------*
       2000-VALIDATE-INPUT.
      *--------------------------*
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            PERFORM 9980-END-CALL-STATS
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXMALL    :' OUTSQLCA
            GOBACK
           .

      *------------------------*
       9980-END-CALL-STATS.
      *------------------------*
      * RUN AFTER THE OUTSQLCA IS FORMATTED SO THE COUNT BELOW CANNOT
      * DISTURB IT.  AN EXACT MATCH HAS ALREADY BEEN COUNTED; THE
      * FUZZY RESULT SET IS COUNTED HERE, FOR SAMPLED CALLS ONLY.  A
      * FAILED COUNT JUST RECORDS ZERO ROWS.

            IF WS-SPST-SAMPLED-IN = 'Y'
               MOVE 0                       TO WS-SPST-ROW-CNT
               IF LS-SP-RC = 'SP00'
                  IF LS-FUZZY-MATCH
                     PERFORM 9985-COUNT-FUZZY-ROWS
                  ELSE
                     MOVE WS-EXACT-CNT      TO WS-SPST-ROW-CNT
                  END-IF
               END-IF
               MOVE LS-SP-RC                TO WS-SPST-SP-RC
               MOVE SPACES                  TO WS-SPST-INPUT-KEY
               STRING 'D=' WS-DEALER-ID
                      ' ' WS-PROD-CD
                      '/' WS-SUB-PROD-CD
                      '/' WS-REGION-CD
                      ' ' WS-TMPLT-TYP-SW
                      LS-SP-FUZZY-MTCH-IN
                      DELIMITED BY SIZE INTO WS-SPST-INPUT-KEY
               MOVE SPACES                  TO WS-SPST-USER-ID
               MOVE 'E'                     TO WS-SPST-FUNC-CD
               CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA
            END-IF
           .
      *------------------------*
       9985-COUNT-FUZZY-ROWS.
      *------------------------*

            EVALUATE TRUE
               WHEN WS-ISDA
                  EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-SPST-ROW-CNT
                       FROM D0006
                      WHERE ATTRB_PRDCT_ID
                               LIKE RTRIM(:WS-PROD-CD) || '%'
                        AND ATTRB_SUB_PRDCT_ID
                               LIKE RTRIM(:WS-SUB-PROD-CD) || '%'
                        AND ATTRB_REGN_ID
                               LIKE RTRIM(:WS-REGION-CD) || '%'
                        AND MCA_TMPLT_TYPE_CD   = 'I'
                        AND MCA_STAT_IN         = 'P'
                       WITH UR
                  END-EXEC
               WHEN OTHER
                  EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-SPST-ROW-CNT
                       FROM D0006
                      WHERE ATTRB_PRDCT_ID
                               LIKE RTRIM(:WS-PROD-CD) || '%'
                        AND ATTRB_SUB_PRDCT_ID
                               LIKE RTRIM(:WS-SUB-PROD-CD) || '%'
                        AND ATTRB_REGN_ID
                               LIKE RTRIM(:WS-REGION-CD) || '%'
                        AND  ((MCA_TMPLT_TYPE_CD = 'I'
                        AND    MCA_STAT_IN       = 'P')
                        OR
                              (DELR_CMPNY_ID
                               LIKE RTRIM(:WS-DEALER-ID) || '%'
                        AND    MCA_TMPLT_TYPE_CD IN ('D','C','E')))
                       WITH UR
                  END-EXEC
            END-EVALUATE

            IF SQLCODE NOT = 0
               MOVE 0                       TO WS-SPST-ROW-CNT
            END-IF
           .
      *------------------*
       9999-FORMAT-SQLCA.
      *------------------*
