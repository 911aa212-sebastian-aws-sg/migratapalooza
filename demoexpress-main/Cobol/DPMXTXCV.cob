       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTXCV.
       AUTHOR.       COGNIZANT.
       DATE-WRITTEN. OCTOBER 2026.
      *                                                                *
      ******************************************************************
      *                                                                *
      *   THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                 *
      *   IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.            *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *                   COMPILATION INSTRUCTION                      *
      *                  COMPILE DB2 VS COBOL 370                      *
      *                                                                *
      ******************************************************************
      *
      *    **LNKCTL**
      *    MODE AMODE(31) RMODE(ANY)
      *    NAME  DPMXTXCV(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTXCV                                            *
      *                                                                *
      * DAILY RECONCILIATION OF TRADING-SYSTEM EXPOSURE AGAINST        *
      * EXECUTED MCA COVERAGE.  DD POSNSUM IS THE TRADING SYSTEM'S     *
      * POSITION SUMMARY IN FIXED FORMAT, ONE RECORD PER DEALER /      *
      * CLIENT / PRODUCT / SUB-PRODUCT / REGION: DEALER CMPNY_ID X(8), *
      * CLIENT CMPNY_ID X(8), ATTRB_PRDCT_ID X(8), ATTRB_SUB_PRDCT_ID  *
      * X(8), ATTRB_REGN_ID X(8), TRADE COUNT 9(7), NOTIONAL IN BASE   *
      * CURRENCY S9(15)V99 SIGN LEADING SEPARATE.                      *
      *                                                                *
      * EACH LINE IS MATCHED TO VDPM14_MCA_TMPLT ON THE SAME FIVE      *
      * KEYS AND CLASSIFIED:                                           *
      *                                                                *
      *   COVERED    - A LIVE EXECUTED AGREEMENT EXISTS                *
      *                (TYPE 'E', STATUS NOT L / X / T / V / S)        *
      *   PENDING    - NO LIVE EXECUTED AGREEMENT, BUT AN AGREEMENT    *
      *                IS STILL IN PROGRESS (NOT EXPIRED/TERMINATED)   *
      *   TERMINATED - ONLY TERMINATED ('T') AGREEMENTS (AND POSSIBLY  *
      *                EXPIRED ONES)                                   *
      *   EXPIRED    - ONLY EXPIRED ('X') AGREEMENTS                   *
      *   NO MCA     - NO AGREEMENT OF ANY KIND                        *
      *                                                                *
      * EVERY LINE THAT IS NOT COVERED, AND EVERY RECORD THAT CANNOT   *
      * BE READ (NON-NUMERIC TRADE COUNT OR NOTIONAL, BLANK KEY), IS   *
      * LISTED ON THE EXCEPTION REPORT (DPMXRPTW) WITH TOTALS BY       *
      * CLASSIFICATION.  THE LARGEST UNCOVERED EXPOSURES BY ABSOLUTE   *
      * NOTIONAL (SYSIN CARD 2, DEFAULT 10, MAXIMUM 50) AT OR ABOVE    *
      * THE ALERT FLOOR (SYSIN CARD 3, WHOLE UNITS, DEFAULT 0) ARE     *
      * ESCALATED WITH AN EXPOSURE ALERT TO OUR RELATIONSHIP OWNER     *
      * (VDPM69) OF THE CLIENT, OR OF THE DEALER WHEN THE CLIENT HAS   *
      * NONE.  AN EXPOSURE WITH NO OWNER ON EITHER SIDE IS LISTED.     *
      *                                                                *
      * ANY EXCEPTION, UNREADABLE RECORD, UNOWNED ESCALATION OR FAILED *
      * ALERT ENDS THE STEP WITH RC 4.  AN EMPTY POSITION FILE         *
      * CANCELS THE RUN WITH RC 16.                                    *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *              2) EXPOSURES TO ESCALATE (3 DIGITS, 000-050)      *
      *              3) ALERT FLOOR NOTIONAL (15 DIGITS, WHOLE UNITS)  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT        - TEMPLATE TABLE (AGREEMENTS)          *
      * VDPM69_CMPNY_RLSHP_OWNR - COUNTERPARTY RELATIONSHIP OWNER      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM1401                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXASUP - ALERT STORM-SUPPRESSION FRONT-END TO DPMXAALR       *
      * DPMXRPTW - COMMON REPORT WRITER                                *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSNSUM          ASSIGN TO POSNSUM
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  POSNSUM
           RECORDING MODE IS F.
       01  POSNSUM-REC.
           05 PS-DELR-CMPNY-ID              PIC X(08).
           05 PS-CLNT-CMPNY-ID              PIC X(08).
           05 PS-PRDCT-ID                   PIC X(08).
           05 PS-SUB-PRDCT-ID               PIC X(08).
           05 PS-REGN-ID                    PIC X(08).
           05 PS-TRD-CNT                    PIC 9(07).
           05 PS-NTNL-AMT                   PIC S9(15)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(35).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTXCV'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-TOP-N-X                       PIC X(03) VALUE SPACES.
       01  WS-TOP-N                         PIC S9(4) COMP VALUE 10.
       01  WS-FLOOR-X                       PIC X(15) VALUE SPACES.
       01  WS-FLOOR-AMT                     PIC S9(15)V99 COMP-3
                                                      VALUE 0.
      *
       01  WS-LIVE-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-PEND-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-EXPR-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-TRMN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-LAST-TMPLT-ID                 PIC S9(9) COMP VALUE 0.
       01  WS-ABS-NTNL-AMT                  PIC S9(15)V99 COMP-3.
       01  WS-CVRG-CD                       PIC X(10) VALUE SPACES.
           88 CVRG-COVERED                  VALUE 'COVERED'.
       01  WS-RCPT-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-RCPT-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-OWNR-TX                       PIC X(30) VALUE SPACES.
       01  WS-IX                            PIC S9(4) COMP VALUE 0.
       01  WS-JX                            PIC S9(4) COMP VALUE 0.
      *
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-TRD-CNT-ED                    PIC Z(6)9.
       01  WS-NTNL-ED                       PIC -(15)9.99.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-RANK-ED                       PIC Z9.
      *
       01  WS-REC-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-BAD-REC-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-COVERED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-PENDING-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-EXPIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-TERMINATED-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-NO-MCA-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-EXCP-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-FAIL-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-NO-OWNR-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-UNCVRD-NTNL-AMT               PIC S9(15)V99 COMP-3
                                                      VALUE 0.
      *
       01  WS-FILE-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-RECS                  VALUE 'Y'.
      *
      * LARGEST UNCOVERED EXPOSURES SO FAR, DESCENDING BY ABSOLUTE
      * NOTIONAL
       01  WS-TOP-CNT                       PIC S9(4) COMP VALUE 0.
       01  WS-TOP-TABLE.
           05 WS-TOP-ENTRY                  OCCURS 50 TIMES.
              10 WS-TOP-DELR-ID             PIC X(08).
              10 WS-TOP-CLNT-ID             PIC X(08).
              10 WS-TOP-PRDCT-ID            PIC X(08).
              10 WS-TOP-SUB-PRDCT           PIC X(08).
              10 WS-TOP-REGN-ID             PIC X(08).
              10 WS-TOP-CVRG-CD             PIC X(10).
              10 WS-TOP-TRD-CNT             PIC S9(9) COMP.
              10 WS-TOP-NTNL-AMT            PIC S9(15)V99 COMP-3.
              10 WS-TOP-ABS-AMT             PIC S9(15)V99 COMP-3.
              10 WS-TOP-TMPLT-ID            PIC S9(9) COMP.
      *
       01  WS-ASUP-PROGRAM                  PIC X(08) VALUE 'DPMXASUP'.
       01  WS-ASUP-PASS-AREA.
           05 WS-ASUP-FUNC-CD               PIC X(01).
           05 WS-ASUP-CAUSE-CD              PIC X(20).
           05 WS-ASUP-THRSHLD               PIC S9(4) COMP.
           05 WS-OUTSQLCA                   PIC X(179).
           05 WS-SP-ERROR-AREA               PIC X(80).
           05 WS-SP-RC                       PIC X(04).
           05 WS-ALERT-ID                    PIC S9(9) USAGE COMP.
           05 WS-ALERT-SUB                   PIC X(150).
           05 WS-ALERT-MSG.
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
       01  WS-RPTW-PROGRAM                  PIC X(08) VALUE 'DPMXRPTW'.
       01  WS-RPTW-PASS-AREA.
           05 WS-RPTW-FUNC-CD               PIC X(01).
           05 WS-RPTW-TITLE                 PIC X(60).
           05 WS-RPTW-LINE                  PIC X(132).
           05 WS-RPTW-CSV                   PIC X(250).
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
       COPY  DB2000IA.
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE-POSITIONS
           PERFORM 3000-ESCALATE-TOP-EXPOSURES THRU 3000-EXIT
           PERFORM 4000-CLOSE-REPORT
           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 9100-DISPLAY-SUMMARY
           PERFORM 9990-END-JOB
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXTXCV STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-TOP-N-X                FROM SYSIN
           ACCEPT WS-FLOOR-X                FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-TOP-N-X IS NUMERIC
              MOVE WS-TOP-N-X               TO WS-TOP-N
              IF WS-TOP-N > 50
                 DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           DISPLAY 'EXPOSURES TO ESCALATE    :' WS-TOP-N

           IF WS-FLOOR-X IS NUMERIC
              MOVE WS-FLOOR-X               TO WS-FLOOR-AMT
           END-IF
           MOVE WS-FLOOR-AMT                TO WS-NTNL-ED
           DISPLAY 'ALERT FLOOR NOTIONAL     :' WS-NTNL-ED
           DISPLAY WS-DASHES

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'TRADING EXPOSURE WITHOUT EXECUTED MCA (DPMXTXCV)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'DELR_CMPNY_ID,CLNT_CMPNY_ID,PRDCT_ID,SUB_PRDCT_ID,'
                  'REGN_ID,COVERAGE,TRADE_CNT,NOTIONAL,MCA_TMPLT_ID'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2000-RECONCILE-POSITIONS.
      *----------------------------------*
           MOVE '2000-RECONCILE-POSITIONS'  TO WS-PARAGRAPH-NAME

           OPEN INPUT POSNSUM

           PERFORM 2100-READ-NEXT-POSN
           PERFORM UNTIL NO-MORE-RECS
              ADD 1                         TO WS-REC-CNT
              PERFORM 2200-RECONCILE-ONE-POSN THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-POSN
           END-PERFORM

           CLOSE POSNSUM

           IF WS-REC-CNT = 0
              DISPLAY 'POSITION FILE IS EMPTY - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2100-READ-NEXT-POSN.
      *----------------------------------*
           READ POSNSUM
              AT END
                 SET NO-MORE-RECS           TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-RECONCILE-ONE-POSN.
      *----------------------------------*
           MOVE '2200-RECONCILE-ONE-POSN'   TO WS-PARAGRAPH-NAME

           IF PS-DELR-CMPNY-ID = SPACES
            OR PS-CLNT-CMPNY-ID = SPACES
            OR PS-PRDCT-ID = SPACES
            OR PS-TRD-CNT IS NOT NUMERIC
            OR PS-NTNL-AMT IS NOT NUMERIC
              PERFORM 2900-REPORT-BAD-RECORD
              GO TO 2200-EXIT
           END-IF

           MOVE PS-DELR-CMPNY-ID            TO D014-DELR-CMPNY-ID
           MOVE PS-CLNT-CMPNY-ID            TO D014-CLNT-CMPNY-ID
           MOVE PS-PRDCT-ID                 TO D014-ATTRB-PRDCT-ID
           MOVE PS-SUB-PRDCT-ID             TO D014-ATTRB-SUB-PRDCT-ID
           MOVE PS-REGN-ID                  TO D014-ATTRB-REGN-ID

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN MCA_TMPLT_TYPE_CD = 'E'
                                        AND MCA_STAT_IN NOT IN
                                            ('L', 'X', 'T', 'V', 'S')
                                       THEN 1 ELSE 0 END), 0)
                    ,COALESCE(SUM(CASE WHEN MCA_STAT_IN IN ('X', 'T')
                                       THEN 0
                                       WHEN MCA_TMPLT_TYPE_CD = 'E'
                                        AND MCA_STAT_IN NOT IN
                                            ('L', 'V', 'S')
                                       THEN 0 ELSE 1 END), 0)
                    ,COALESCE(SUM(CASE WHEN MCA_STAT_IN = 'X'
                                       THEN 1 ELSE 0 END), 0)
                    ,COALESCE(SUM(CASE WHEN MCA_STAT_IN = 'T'
                                       THEN 1 ELSE 0 END), 0)
                    ,COALESCE(MAX(MCA_TMPLT_ID), 0)
                INTO :WS-LIVE-CNT
                    ,:WS-PEND-CNT
                    ,:WS-EXPR-CNT
                    ,:WS-TRMN-CNT
                    ,:WS-LAST-TMPLT-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  DELR_CMPNY_ID      = :D014-DELR-CMPNY-ID
                 AND  CLNT_CMPNY_ID      = :D014-CLNT-CMPNY-ID
                 AND  ATTRB_PRDCT_ID     = :D014-ATTRB-PRDCT-ID
                 AND  ATTRB_SUB_PRDCT_ID = :D014-ATTRB-SUB-PRDCT-ID
                 AND  ATTRB_REGN_ID      = :D014-ATTRB-REGN-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EVALUATE TRUE
              WHEN WS-LIVE-CNT > 0
                 MOVE 'COVERED'             TO WS-CVRG-CD
                 ADD 1                      TO WS-COVERED-CNT
              WHEN WS-PEND-CNT > 0
                 MOVE 'PENDING'             TO WS-CVRG-CD
                 ADD 1                      TO WS-PENDING-CNT
              WHEN WS-TRMN-CNT > 0
                 MOVE 'TERMINATED'          TO WS-CVRG-CD
                 ADD 1                      TO WS-TERMINATED-CNT
              WHEN WS-EXPR-CNT > 0
                 MOVE 'EXPIRED'             TO WS-CVRG-CD
                 ADD 1                      TO WS-EXPIRED-CNT
              WHEN OTHER
                 MOVE 'NO MCA'              TO WS-CVRG-CD
                 ADD 1                      TO WS-NO-MCA-CNT
           END-EVALUATE

           IF CVRG-COVERED
              GO TO 2200-EXIT
           END-IF

           IF PS-NTNL-AMT < 0
              COMPUTE WS-ABS-NTNL-AMT = 0 - PS-NTNL-AMT
           ELSE
              MOVE PS-NTNL-AMT              TO WS-ABS-NTNL-AMT
           END-IF
           ADD WS-ABS-NTNL-AMT              TO WS-UNCVRD-NTNL-AMT

           PERFORM 5000-REPORT-EXCEPTION
           PERFORM 2300-RANK-EXPOSURE THRU 2300-EXIT
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-RANK-EXPOSURE.
      *----------------------------------*
      * KEEP THE TOP-N TABLE IN DESCENDING ABSOLUTE NOTIONAL ORDER. AN
      * EXPOSURE BELOW THE FLOOR OR SMALLER THAN EVERY ENTRY OF A FULL
      * TABLE IS NOT KEPT.

           IF WS-TOP-N = 0
            OR WS-ABS-NTNL-AMT < WS-FLOOR-AMT
              GO TO 2300-EXIT
           END-IF

           MOVE 0                           TO WS-JX
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-TOP-CNT
              IF WS-JX = 0
               AND WS-ABS-NTNL-AMT > WS-TOP-ABS-AMT(WS-IX)
                 MOVE WS-IX                 TO WS-JX
              END-IF
           END-PERFORM
           IF WS-JX > 0
              MOVE WS-JX                    TO WS-IX
           END-IF

           IF WS-IX > WS-TOP-N
              GO TO 2300-EXIT
           END-IF

           IF WS-TOP-CNT < WS-TOP-N
              ADD 1                         TO WS-TOP-CNT
           END-IF

           PERFORM VARYING WS-JX FROM WS-TOP-CNT BY -1
                     UNTIL WS-JX <= WS-IX
              MOVE WS-TOP-ENTRY(WS-JX - 1)  TO WS-TOP-ENTRY(WS-JX)
           END-PERFORM

           MOVE PS-DELR-CMPNY-ID            TO WS-TOP-DELR-ID(WS-IX)
           MOVE PS-CLNT-CMPNY-ID            TO WS-TOP-CLNT-ID(WS-IX)
           MOVE PS-PRDCT-ID                 TO WS-TOP-PRDCT-ID(WS-IX)
           MOVE PS-SUB-PRDCT-ID             TO WS-TOP-SUB-PRDCT(WS-IX)
           MOVE PS-REGN-ID                  TO WS-TOP-REGN-ID(WS-IX)
           MOVE WS-CVRG-CD                  TO WS-TOP-CVRG-CD(WS-IX)
           MOVE PS-TRD-CNT                  TO WS-TOP-TRD-CNT(WS-IX)
           MOVE PS-NTNL-AMT                 TO WS-TOP-NTNL-AMT(WS-IX)
           MOVE WS-ABS-NTNL-AMT             TO WS-TOP-ABS-AMT(WS-IX)
           MOVE WS-LAST-TMPLT-ID            TO WS-TOP-TMPLT-ID(WS-IX)
           .
       2300-EXIT.
           EXIT.
      *----------------------------------*
       2900-REPORT-BAD-RECORD.
      *----------------------------------*
           ADD 1                            TO WS-BAD-REC-CNT
           ADD 1                            TO WS-EXCP-CNT
           MOVE WS-REC-CNT                  TO WS-CNT-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING 'UNREADABLE RECORD ' WS-CNT-ED ': '
                  POSNSUM-REC(1:65)
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING PS-DELR-CMPNY-ID
                  ',' PS-CLNT-CMPNY-ID
                  ',' PS-PRDCT-ID
                  ',' PS-SUB-PRDCT-ID
                  ',' PS-REGN-ID
                  ',UNREADABLE,,,'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       3000-ESCALATE-TOP-EXPOSURES.
      *----------------------------------*
           MOVE '3000-ESCALATE-TOP-EXPOSURES' TO WS-PARAGRAPH-NAME

           IF WS-TOP-CNT = 0
              GO TO 3000-EXIT
           END-IF

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           MOVE 'LARGEST UNCOVERED EXPOSURES ESCALATED:'
                                            TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-TOP-CNT
              PERFORM 3100-ESCALATE-ONE
           END-PERFORM

           MOVE 'F'                         TO WS-ASUP-FUNC-CD
           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA
           .
       3000-EXIT.
           EXIT.
      *----------------------------------*
       3100-ESCALATE-ONE.
      *----------------------------------*
           MOVE '3100-ESCALATE-ONE'         TO WS-PARAGRAPH-NAME

           MOVE WS-TOP-CLNT-ID(WS-IX)       TO WS-RCPT-CMPNY-ID
           PERFORM 7000-GET-RLSHP-OWNER
           IF WS-RCPT-USER-ID = SPACES
              MOVE WS-TOP-DELR-ID(WS-IX)    TO WS-RCPT-CMPNY-ID
              PERFORM 7000-GET-RLSHP-OWNER
           END-IF

           MOVE WS-IX                       TO WS-RANK-ED
           MOVE WS-TOP-NTNL-AMT(WS-IX)      TO WS-NTNL-ED

           IF WS-RCPT-USER-ID = SPACES
              ADD 1                         TO WS-NO-OWNR-CNT
              MOVE 'NO RELATIONSHIP OWNER'  TO WS-OWNR-TX
           ELSE
              PERFORM 7100-RAISE-EXPOSURE-ALERT
              MOVE SPACES                   TO WS-OWNR-TX
              STRING 'ALERTED ' WS-RCPT-USER-ID
                     DELIMITED BY SIZE INTO WS-OWNR-TX
              END-STRING
           END-IF

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING WS-RANK-ED
                  ' '  WS-TOP-DELR-ID(WS-IX)
                  ' '  WS-TOP-CLNT-ID(WS-IX)
                  ' '  WS-TOP-PRDCT-ID(WS-IX)
                  ' '  WS-TOP-SUB-PRDCT(WS-IX)
                  ' '  WS-TOP-REGN-ID(WS-IX)
                  ' '  WS-TOP-CVRG-CD(WS-IX)
                  ' '  WS-NTNL-ED
                  ' '  WS-OWNR-TX
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       4000-CLOSE-REPORT.
      *----------------------------------*
           MOVE '4000-CLOSE-REPORT'         TO WS-PARAGRAPH-NAME

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-PENDING-CNT              TO WS-CNT-ED
           STRING 'PENDING AGREEMENT ONLY : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-EXPIRED-CNT              TO WS-CNT-ED
           STRING 'EXPIRED AGREEMENT      : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-TERMINATED-CNT           TO WS-CNT-ED
           STRING 'TERMINATED AGREEMENT   : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-NO-MCA-CNT               TO WS-CNT-ED
           STRING 'NO AGREEMENT           : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-BAD-REC-CNT              TO WS-CNT-ED
           STRING 'UNREADABLE RECORDS     : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-UNCVRD-NTNL-AMT          TO WS-NTNL-ED
           STRING 'UNCOVERED NOTIONAL     : ' WS-NTNL-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       5000-REPORT-EXCEPTION.
      *----------------------------------*
           ADD 1                            TO WS-EXCP-CNT
           MOVE PS-TRD-CNT                  TO WS-TRD-CNT-ED
           MOVE PS-NTNL-AMT                 TO WS-NTNL-ED
           MOVE WS-LAST-TMPLT-ID            TO WS-TMPLT-ID-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING PS-DELR-CMPNY-ID
                  ' '  PS-CLNT-CMPNY-ID
                  ' '  PS-PRDCT-ID
                  ' '  PS-SUB-PRDCT-ID
                  ' '  PS-REGN-ID
                  ' '  WS-CVRG-CD
                  ' '  WS-TRD-CNT-ED
                  ' '  WS-NTNL-ED
                  ' '  WS-TMPLT-ID-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING PS-DELR-CMPNY-ID
                  ',' PS-CLNT-CMPNY-ID
                  ',' PS-PRDCT-ID
                  ',' PS-SUB-PRDCT-ID
                  ',' PS-REGN-ID
                  ',' WS-CVRG-CD
                  ',' WS-TRD-CNT-ED
                  ',' WS-NTNL-ED
                  ',' WS-TMPLT-ID-ED
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       7000-GET-RLSHP-OWNER.
      *----------------------------------*
           MOVE '7000-GET-RLSHP-OWNER'      TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-RCPT-USER-ID

           EXEC SQL
              SELECT RLSHP_OWNR_USER_ID
                INTO :WS-RCPT-USER-ID
                FROM  VDPM69_CMPNY_RLSHP_OWNR
               WHERE  CMPNY_ID = :WS-RCPT-CMPNY-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE SPACES                TO WS-RCPT-USER-ID
              WHEN OTHER
                 MOVE 'VDPM69_CMPNY_RLSHP_OWNR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       7100-RAISE-EXPOSURE-ALERT.
      *----------------------------------*
      * SUBJECT AND WORDING COME FROM THE EXPOSURE CATALOG ENTRY.

           MOVE '7100-RAISE-EXPOSURE-ALERT' TO WS-PARAGRAPH-NAME

           MOVE 'A'                         TO WS-ASUP-FUNC-CD
           MOVE 'TRADING EXPOSURE'          TO WS-ASUP-CAUSE-CD
           MOVE 10                          TO WS-ASUP-THRSHLD
           MOVE SPACES                      TO WS-OUTSQLCA
                                               WS-SP-ERROR-AREA
                                               WS-ALERT-SUB
                                               WS-ALERT-MSG-DT
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID
           MOVE WS-RCPT-USER-ID             TO WS-ALERT-USER-ID

           MOVE WS-TOP-TMPLT-ID(WS-IX)      TO WS-TMPLT-ID-ED
           MOVE WS-TOP-TRD-CNT(WS-IX)       TO WS-TRD-CNT-ED

           MOVE 'EXPOSURE'                  TO WS-AV-TYPE-CD
           MOVE 9                           TO WS-AV-VAR-CNT
           MOVE 'DELR_CMPNY_ID'             TO WS-AV-VAR-NM(1)
           MOVE WS-TOP-DELR-ID(WS-IX)       TO WS-AV-VAR-VALUE(1)
           MOVE 'CLNT_CMPNY_ID'             TO WS-AV-VAR-NM(2)
           MOVE WS-TOP-CLNT-ID(WS-IX)       TO WS-AV-VAR-VALUE(2)
           MOVE 'PRDCT_ID'                  TO WS-AV-VAR-NM(3)
           MOVE WS-TOP-PRDCT-ID(WS-IX)      TO WS-AV-VAR-VALUE(3)
           MOVE 'SUB_PRDCT_ID'              TO WS-AV-VAR-NM(4)
           MOVE WS-TOP-SUB-PRDCT(WS-IX)     TO WS-AV-VAR-VALUE(4)
           MOVE 'REGN_ID'                   TO WS-AV-VAR-NM(5)
           MOVE WS-TOP-REGN-ID(WS-IX)       TO WS-AV-VAR-VALUE(5)
           MOVE 'COVERAGE'                  TO WS-AV-VAR-NM(6)
           MOVE WS-TOP-CVRG-CD(WS-IX)       TO WS-AV-VAR-VALUE(6)
           MOVE 'TRADE_CNT'                 TO WS-AV-VAR-NM(7)
           MOVE WS-TRD-CNT-ED               TO WS-AV-VAR-VALUE(7)
           MOVE 'NOTIONAL'                  TO WS-AV-VAR-NM(8)
           MOVE WS-NTNL-ED                  TO WS-AV-VAR-VALUE(8)
           MOVE 'TMPLT_ID'                  TO WS-AV-VAR-NM(9)
           MOVE WS-TMPLT-ID-ED              TO WS-AV-VAR-VALUE(9)
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

           IF WS-SP-RC = 'SP00'
              ADD 1                         TO WS-ALERT-CNT
           ELSE
              ADD 1                         TO WS-ALERT-FAIL-CNT
              DISPLAY 'EXPOSURE ALERT FAILED FOR USER '
                      WS-RCPT-USER-ID
              DISPLAY 'DPMXASUP RETURN CODE     :' WS-SP-RC
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE NAME     = ' WS-TABLE-NAME
           DISPLAY 'SQLCODE        = ' WS-SQLCODE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE 16                          TO RETURN-CODE
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-SUMMARY.
      *------------------------*
           DISPLAY WS-DASHES
           DISPLAY 'POSITION RECORDS READ    :' WS-REC-CNT
           DISPLAY 'UNREADABLE RECORDS       :' WS-BAD-REC-CNT
           DISPLAY 'COVERED BY EXECUTED MCA  :' WS-COVERED-CNT
           DISPLAY 'PENDING AGREEMENT ONLY   :' WS-PENDING-CNT
           DISPLAY 'EXPIRED AGREEMENT        :' WS-EXPIRED-CNT
           DISPLAY 'TERMINATED AGREEMENT     :' WS-TERMINATED-CNT
           DISPLAY 'NO AGREEMENT             :' WS-NO-MCA-CNT
           DISPLAY 'EXCEPTIONS REPORTED      :' WS-EXCP-CNT
           DISPLAY 'EXPOSURES ESCALATED      :' WS-TOP-CNT
           DISPLAY 'NO RELATIONSHIP OWNER    :' WS-NO-OWNR-CNT
           DISPLAY 'ALERTS RAISED            :' WS-ALERT-CNT
           DISPLAY 'ALERTS FAILED            :' WS-ALERT-FAIL-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXTXCV ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-EXCP-CNT > 0
            OR WS-NO-OWNR-CNT > 0
            OR WS-ALERT-FAIL-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
