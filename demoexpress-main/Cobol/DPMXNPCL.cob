       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXNPCL.
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
      *    NAME  DPMXNPCL(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXNPCL                                            *
      *                                                                *
      * DEALER NEGOTIATION PLAYBOOK CLASSIFIER.  CALLED BY DPMXMSAV    *
      * BEFORE A WORK TEMPLATE IS SAVED.  EVERY TYPED (TEXT) VALUE ON  *
      * THE WORK TEMPLATE (VDPM17 / VDPM19 / VDPM13) WHOSE TERM HAS AN *
      * ACTIVE PLAYBOOK FOR THE DEALER ON VDPM86_NEG_PLYBK IS PLACED   *
      * AGAINST THE PLAYBOOK'S ORDERED POSITIONS:                      *
      *                                                                *
      *   1 = PREFERRED          2 = FIRST FALLBACK                    *
      *   3 = SECOND FALLBACK    4 = WALK-AWAY                         *
      *   9 = OFF THE PLAYBOOK / PAST THE WALK-AWAY                    *
      *                                                                *
      * CMPR_TYPE_CD 'N' (NUMERIC / AMOUNT): THE POSITIONS RUN IN ONE  *
      * DIRECTION FROM THE PREFERRED VALUE TO THE LAST POSITION HELD;  *
      * A VALUE TAKES THE FIRST POSITION IT DOES NOT GO BEYOND, SO A   *
      * VALUE BETTER THAN PREFERRED IS PREFERRED.                      *
      * CMPR_TYPE_CD 'C' (CHARACTER): THE VALUE MUST MATCH A POSITION  *
      * EXACTLY.                                                       *
      *                                                                *
      * EACH POSITION CARRIES THE APPROVAL LEVEL IT NEEDS; POSITION 9  *
      * NEEDS LEVEL 99.  THE NEGOTIATOR'S OWN LEVEL COMES FROM         *
      * VDPM86_NEG_ATHRTY (NO ROW = LEVEL 0).  EVERY VALUE PAST THE    *
      * PREFERRED POSITION IS RETURNED AS A CONCESSION (UP TO 50),     *
      * FLAGGED 'Y' WHERE ITS LEVEL IS ABOVE THE NEGOTIATOR'S.         *
      * BLANK AND 'TBD' VALUES ARE DPMXTVAL'S TO REPORT AND ARE        *
      * SKIPPED.                                                       *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM86_NEG_PLYBK      - DEALER NEGOTIATION PLAYBOOK POSITIONS  *
      * VDPM86_NEG_ATHRTY     - NEGOTIATOR APPROVAL AUTHORITY LEVEL    *
      * VDPM17_AMND_WORK      - AMENDMENT WORK TABLE                   *
      * VDPM19_LINK_WORK      - LINK WORK TABLE                        *
      * VDPM13_MCA_TEXT       - MCA TEXT TABLE                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8601 / DPM8602                                      *
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXNPCL'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
      *
       01  WS-AMND-ID                       PIC S9(18) COMP-3 VALUE 0.
       01  WS-TERM-ID                       PIC X(8)  VALUE SPACES.
       01  WS-VALUE-TX                      PIC X(150) VALUE SPACES.
       01  WS-CHECK-TX                      PIC X(150) VALUE SPACES.
       01  WS-VALUE-NB                      PIC S9(13)V9(5) COMP-3
                                                       VALUE 0.
       01  WS-ATHRTY-LVL-NB                 PIC S9(4) COMP VALUE 0.
       01  WS-PSTN-SQ                       PIC S9(4) COMP VALUE 0.
       01  WS-APRVL-LVL-NB                  PIC S9(4) COMP VALUE 0.
      *
      * THE PLAYBOOK POSITIONS OF THE TERM BEING CLASSIFIED.
       01  WS-PSTN-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-PSTN-TBL.
           05 WS-PSTN-ENTRY OCCURS 4 TIMES.
              10 WS-PSTN-ENTRY-SQ           PIC S9(4) COMP.
              10 WS-PSTN-ENTRY-TX           PIC X(150).
              10 WS-PSTN-ENTRY-NB           PIC S9(13)V9(5) COMP-3.
              10 WS-PSTN-ENTRY-LVL          PIC S9(4) COMP.
       01  WS-PSTN-CMPR-TYPE-CD             PIC X(01) VALUE SPACE.
           88 PSTN-NUMERIC                  VALUE 'N'.
      *
       01  WS-IX                            PIC S9(4) COMP VALUE 0.
       01  WS-PX                            PIC S9(4) COMP VALUE 0.
       01  WS-DIGIT-CNT                     PIC S9(4) COMP VALUE 0.
       01  WS-DCML-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-CHAR                          PIC X(01) VALUE SPACE.
      *
       01  WS-SWITCHES.
           05 WS-EOF-SW                     PIC X(01) VALUE 'N'.
              88 NO-MORE-VALUES             VALUE 'Y'.
           05 WS-PSTN-EOF-SW                PIC X(01) VALUE 'N'.
              88 NO-MORE-PSTNS              VALUE 'Y'.
           05 WS-USABLE-SW                  PIC X(01) VALUE 'N'.
              88 VALUE-USABLE               VALUE 'Y'.
           05 WS-ASCENDING-SW               PIC X(01) VALUE 'Y'.
              88 CONCEDE-UPWARD             VALUE 'Y'.
              88 CONCEDE-DOWNWARD           VALUE 'N'.
           05 WS-PLACED-SW                  PIC X(01) VALUE 'N'.
              88 VALUE-PLACED               VALUE 'Y'.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8602
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-NPCL-PASS-AREA.
           05 LS-NPCL-TMPLT-ID              PIC S9(9) COMP.
           05 LS-NPCL-DELR-CMPNY-ID         PIC X(08).
           05 LS-NPCL-USER-ID               PIC X(10).
           05 LS-NPCL-ATHRTY-LVL-NB         PIC S9(4) COMP.
           05 LS-NPCL-CNCSN-CNT             PIC S9(4) COMP.
           05 LS-NPCL-ROUTE-CNT             PIC S9(4) COMP.
           05 LS-NPCL-SQLCODE               PIC S9(9) COMP.
           05 LS-NPCL-CNCSN-TBL OCCURS 50 TIMES.
              10 LS-NPCL-AMND-ID            PIC S9(18) COMP-3.
              10 LS-NPCL-ATTRB-ID           PIC X(08).
              10 LS-NPCL-PSTN-SQ            PIC S9(4) COMP.
              10 LS-NPCL-APRVL-LVL-NB       PIC S9(4) COMP.
              10 LS-NPCL-APRVL-RQRD-IN      PIC X(01).
              10 LS-NPCL-VALUE-TX           PIC X(150).
      *
       PROCEDURE DIVISION USING LS-NPCL-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLASSIFY-VALUES
           GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE 0                           TO LS-NPCL-CNCSN-CNT
                                               LS-NPCL-ROUTE-CNT
                                               LS-NPCL-SQLCODE
           MOVE 'N'                         TO WS-EOF-SW

           EXEC SQL
              SELECT ATHRTY_LVL_NB
                INTO :D86A-ATHRTY-LVL-NB
                FROM  VDPM86_NEG_ATHRTY
               WHERE  CMPNY_ID      = :LS-NPCL-DELR-CMPNY-ID
                 AND  CMPNY_USER_ID = :LS-NPCL-USER-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE D86A-ATHRTY-LVL-NB    TO WS-ATHRTY-LVL-NB
              WHEN +100
                 MOVE 0                     TO WS-ATHRTY-LVL-NB
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE WS-ATHRTY-LVL-NB            TO LS-NPCL-ATHRTY-LVL-NB
           .
      *------------------------*
       2000-CLASSIFY-VALUES.
      *------------------------*
           MOVE '2000-CLASSIFY-VALUES'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              DECLARE NPCL_VALUE_CSR CURSOR FOR
                 SELECT DPM17.MCA_AMND_ID
                       ,DPM17.ATTRB_TERM_ID
                       ,SUBSTR(DPM13.MCA_TEXT_DS, 1, 150)
                   FROM VDPM17_AMND_WORK   DPM17
                       ,VDPM19_LINK_WORK   DPM19
                       ,VDPM13_MCA_TEXT    DPM13
                  WHERE DPM17.MCA_TMPLT_ID      = :LS-NPCL-TMPLT-ID
                    AND DPM19.MCA_AMND_ID       = DPM17.MCA_AMND_ID
                    AND DPM19.MCA_VALUE_TYPE_CD = 'T'
                    AND DPM13.MCA_VALUE_ID      = DPM19.MCA_VALUE_ID
                    AND EXISTS
                        (SELECT 1
                           FROM VDPM86_NEG_PLYBK DPM86
                          WHERE DPM86.DELR_CMPNY_ID =
                                :LS-NPCL-DELR-CMPNY-ID
                            AND DPM86.ATTRB_ID      =
                                DPM17.ATTRB_TERM_ID
                            AND DPM86.PSTN_STAT_CD  = 'A')
                  ORDER BY DPM17.CTGRY_SQ, DPM17.TERM_SQ
           END-EXEC

           EXEC SQL
              OPEN NPCL_VALUE_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-VALUE
           PERFORM UNTIL NO-MORE-VALUES
              PERFORM 3000-CLASSIFY-ONE-VALUE THRU 3000-EXIT
              PERFORM 2100-FETCH-NEXT-VALUE
           END-PERFORM

           EXEC SQL
              CLOSE NPCL_VALUE_CSR
           END-EXEC
           .
      *------------------------*
       2100-FETCH-NEXT-VALUE.
      *------------------------*
           MOVE '2100-FETCH-NEXT-VALUE'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH NPCL_VALUE_CSR
                INTO :WS-AMND-ID
                    ,:WS-TERM-ID
                    ,:WS-VALUE-TX
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-VALUES         TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       3000-CLASSIFY-ONE-VALUE.
      *------------------------*
           MOVE '3000-CLASSIFY-ONE-VALUE'   TO WS-PARAGRAPH-NAME

           IF WS-VALUE-TX = SPACES
            OR WS-VALUE-TX = 'TBD'
              GO TO 3000-EXIT
           END-IF

           PERFORM 3100-LOAD-POSITIONS
           IF WS-PSTN-CNT = 0
              GO TO 3000-EXIT
           END-IF

           MOVE 'N'                         TO WS-PLACED-SW
           MOVE 9                           TO WS-PSTN-SQ
           MOVE 99                          TO WS-APRVL-LVL-NB

           IF PSTN-NUMERIC
              PERFORM 4000-PLACE-NUMERIC THRU 4000-EXIT
           ELSE
              PERFORM 4500-PLACE-CHARACTER
           END-IF

           IF WS-PSTN-SQ > 1
              PERFORM 6000-RECORD-CONCESSION
           END-IF
           .
       3000-EXIT.
           EXIT
           .
      *------------------------*
       3100-LOAD-POSITIONS.
      *------------------------*
      * THE TERM'S ACTIVE POSITIONS IN PLAYBOOK ORDER.  THE FIRST
      * POSITION'S COMPARISON TYPE GOVERNS THE WHOLE TERM.

           MOVE '3100-LOAD-POSITIONS'       TO WS-PARAGRAPH-NAME
           MOVE 0                           TO WS-PSTN-CNT
           MOVE SPACE                       TO WS-PSTN-CMPR-TYPE-CD
           MOVE 'N'                         TO WS-PSTN-EOF-SW

           EXEC SQL
              DECLARE NPCL_PSTN_CSR CURSOR FOR
                 SELECT PSTN_SQ
                       ,PSTN_VALUE_TX
                       ,CMPR_TYPE_CD
                       ,APRVL_LVL_NB
                   FROM VDPM86_NEG_PLYBK
                  WHERE DELR_CMPNY_ID = :LS-NPCL-DELR-CMPNY-ID
                    AND ATTRB_ID      = :WS-TERM-ID
                    AND PSTN_STAT_CD  = 'A'
                  ORDER BY PSTN_SQ
                  WITH UR
           END-EXEC

           EXEC SQL
              OPEN NPCL_PSTN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3110-FETCH-NEXT-PSTN
           PERFORM UNTIL NO-MORE-PSTNS
              IF WS-PSTN-CNT < 4
                 ADD 1                      TO WS-PSTN-CNT
                 MOVE D086-PSTN-SQ
                   TO WS-PSTN-ENTRY-SQ(WS-PSTN-CNT)
                 MOVE D086-PSTN-VALUE-TX
                   TO WS-PSTN-ENTRY-TX(WS-PSTN-CNT)
                 MOVE 0
                   TO WS-PSTN-ENTRY-NB(WS-PSTN-CNT)
                 MOVE D086-APRVL-LVL-NB
                   TO WS-PSTN-ENTRY-LVL(WS-PSTN-CNT)
                 IF WS-PSTN-CNT = 1
                    MOVE D086-CMPR-TYPE-CD  TO WS-PSTN-CMPR-TYPE-CD
                 END-IF
              END-IF
              PERFORM 3110-FETCH-NEXT-PSTN
           END-PERFORM

           EXEC SQL
              CLOSE NPCL_PSTN_CSR
           END-EXEC
           .
      *------------------------*
       3110-FETCH-NEXT-PSTN.
      *------------------------*
           EXEC SQL
              FETCH NPCL_PSTN_CSR
                INTO :D086-PSTN-SQ
                    ,:D086-PSTN-VALUE-TX
                    ,:D086-CMPR-TYPE-CD
                    ,:D086-APRVL-LVL-NB
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-PSTNS          TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       4000-PLACE-NUMERIC.
      *------------------------*
      * A VALUE OR A POSITION THAT IS NOT A NUMBER CANNOT BE PLACED
      * ON A NUMERIC PLAYBOOK AND FALLS TO POSITION 9.

           MOVE WS-VALUE-TX                 TO WS-CHECK-TX
           PERFORM 4100-CHECK-NUMERIC
           IF NOT VALUE-USABLE
              GO TO 4000-EXIT
           END-IF
           COMPUTE WS-VALUE-NB = FUNCTION NUMVAL(WS-VALUE-TX)

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PSTN-CNT
                      OR NOT VALUE-USABLE
              MOVE WS-PSTN-ENTRY-TX(WS-PX)  TO WS-CHECK-TX
              PERFORM 4100-CHECK-NUMERIC
              IF VALUE-USABLE
                 COMPUTE WS-PSTN-ENTRY-NB(WS-PX) =
                         FUNCTION NUMVAL(WS-PSTN-ENTRY-TX(WS-PX))
              END-IF
           END-PERFORM
           IF NOT VALUE-USABLE
              GO TO 4000-EXIT
           END-IF

           IF WS-PSTN-ENTRY-NB(WS-PSTN-CNT) < WS-PSTN-ENTRY-NB(1)
              SET CONCEDE-DOWNWARD          TO TRUE
           ELSE
              SET CONCEDE-UPWARD            TO TRUE
           END-IF

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PSTN-CNT
                      OR VALUE-PLACED
              IF (CONCEDE-UPWARD
                  AND WS-VALUE-NB <= WS-PSTN-ENTRY-NB(WS-PX))
               OR (CONCEDE-DOWNWARD
                  AND WS-VALUE-NB >= WS-PSTN-ENTRY-NB(WS-PX))
                 SET VALUE-PLACED           TO TRUE
                 MOVE WS-PSTN-ENTRY-SQ(WS-PX)  TO WS-PSTN-SQ
                 MOVE WS-PSTN-ENTRY-LVL(WS-PX) TO WS-APRVL-LVL-NB
              END-IF
           END-PERFORM
           .
       4000-EXIT.
           EXIT
           .
      *------------------------*
       4100-CHECK-NUMERIC.
      *------------------------*
      * SAME SHAPE DPMXTVAL ACCEPTS: OPTIONAL LEADING SIGN, DIGITS,
      * AT MOST ONE DECIMAL POINT.

           MOVE 'Y'                         TO WS-USABLE-SW
           MOVE 0                           TO WS-DIGIT-CNT
                                               WS-DCML-CNT

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 150
                      OR WS-CHECK-TX(WS-IX:) = SPACES
              MOVE WS-CHECK-TX(WS-IX:1)     TO WS-CHAR
              EVALUATE TRUE
                 WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                    ADD 1                   TO WS-DIGIT-CNT
                 WHEN WS-CHAR = '.'
                    ADD 1                   TO WS-DCML-CNT
                 WHEN (WS-CHAR = '-' OR WS-CHAR = '+')
                  AND WS-IX = 1
                    CONTINUE
                 WHEN OTHER
                    MOVE 'N'                TO WS-USABLE-SW
              END-EVALUATE
           END-PERFORM

           IF WS-DIGIT-CNT = 0
            OR WS-DIGIT-CNT > 18
            OR WS-DCML-CNT > 1
              MOVE 'N'                      TO WS-USABLE-SW
           END-IF
           .
      *------------------------*
       4500-PLACE-CHARACTER.
      *------------------------*
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PSTN-CNT
                      OR VALUE-PLACED
              IF WS-VALUE-TX = WS-PSTN-ENTRY-TX(WS-PX)
                 SET VALUE-PLACED           TO TRUE
                 MOVE WS-PSTN-ENTRY-SQ(WS-PX)  TO WS-PSTN-SQ
                 MOVE WS-PSTN-ENTRY-LVL(WS-PX) TO WS-APRVL-LVL-NB
              END-IF
           END-PERFORM
           .
      *------------------------*
       6000-RECORD-CONCESSION.
      *------------------------*
           ADD 1                            TO LS-NPCL-CNCSN-CNT
           IF WS-APRVL-LVL-NB > WS-ATHRTY-LVL-NB
              ADD 1                         TO LS-NPCL-ROUTE-CNT
           END-IF

           IF LS-NPCL-CNCSN-CNT <= 50
              MOVE WS-AMND-ID
                TO LS-NPCL-AMND-ID(LS-NPCL-CNCSN-CNT)
              MOVE WS-TERM-ID
                TO LS-NPCL-ATTRB-ID(LS-NPCL-CNCSN-CNT)
              MOVE WS-PSTN-SQ
                TO LS-NPCL-PSTN-SQ(LS-NPCL-CNCSN-CNT)
              MOVE WS-APRVL-LVL-NB
                TO LS-NPCL-APRVL-LVL-NB(LS-NPCL-CNCSN-CNT)
              MOVE WS-VALUE-TX
                TO LS-NPCL-VALUE-TX(LS-NPCL-CNCSN-CNT)
              IF WS-APRVL-LVL-NB > WS-ATHRTY-LVL-NB
                 MOVE 'Y'
                   TO LS-NPCL-APRVL-RQRD-IN(LS-NPCL-CNCSN-CNT)
              ELSE
                 MOVE 'N'
                   TO LS-NPCL-APRVL-RQRD-IN(LS-NPCL-CNCSN-CNT)
              END-IF
           END-IF

           DISPLAY 'PLAYBOOK CONCESSION TEMPLATE ' LS-NPCL-TMPLT-ID
                   ' TERM ' WS-TERM-ID
                   ' POSITION ' WS-PSTN-SQ
                   ' LEVEL ' WS-APRVL-LVL-NB
                   ' USER ' LS-NPCL-USER-ID
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
      * THE CALLER OWNS THE UNIT OF WORK; HAND THE SQLCODE BACK AND
      * LET ITS STANDARD SQL ERROR PARAGRAPH DEAL WITH IT.

           MOVE SQLCODE                     TO LS-NPCL-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           GOBACK
           .
