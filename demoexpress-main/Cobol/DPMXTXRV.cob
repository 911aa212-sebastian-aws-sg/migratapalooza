       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTXRV.
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
      *    NAME  DPMXTXRV(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTXRV                                            *
      *                                                                *
      * CROSS-TERM CONSISTENCY RULE EVALUATOR.  WHERE DPMXTVAL CHECKS  *
      * EACH TERM VALUE ON ITS OWN, THIS ROUTINE CHECKS THE ACTIVE     *
      * RULES ON VDPM62_TERM_XRULE, EACH OF WHICH RELATES TWO TERMS    *
      * OF THE SAME TEMPLATE:                                          *
      *                                                                *
      *   LEFT_ATTRB_ID  OPRTR_CD  RIGHT_ATTRB_ID                      *
      *   OPRTR_CD       LT LE GT GE EQ NE                             *
      *   CMPR_TYPE_CD   'N' = NUMERIC / AMOUNT COMPARISON             *
      *                  'D' = DATE (YYYY-MM-DD) COMPARISON            *
      *                  'C' = CHARACTER COMPARISON                    *
      *                                                                *
      * A RELATIONSHIP OVER MORE THAN TWO TERMS IS HELD AS A CHAIN OF  *
      * PAIRWISE RULES (E.G. A LE B AND B LE C).                       *
      *                                                                *
      * LS-TXRV-SOURCE-CD SELECTS THE VALUES CHECKED:                  *
      *   'W' = WORK TEMPLATE BEING SAVED (VDPM17 / VDPM19)            *
      *   'E' = LATEST POSTED AMENDMENT OF EACH TERM (VDPM16 / VDPM18) *
      *                                                                *
      * A RULE IS ONLY EVALUATED WHEN BOTH TERMS ARE PRESENT AND BOTH  *
      * VALUES ARE USABLE FOR THE COMPARISON TYPE - MISSING, BLANK,    *
      * 'TBD' AND MALFORMED VALUES ARE DPMXTVAL'S TO REPORT.  WHERE A  *
      * TERM REPEATS, ITS FIRST OCCURRENCE IS USED.  UP TO 20 BROKEN   *
      * RULES ARE RETURNED (RULE ID + RULE DESCRIPTION) AND EVERY      *
      * BROKEN RULE IS DISPLAYED.                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM62_TERM_XRULE     - CROSS-TERM CONSISTENCY RULES           *
      * VDPM16_MCA_AMND       - MCA AMENDMENT TABLE                    *
      * VDPM18_MCA_LINK       - MCA LINK TABLE                         *
      * VDPM17_AMND_WORK      - AMENDMENT WORK TABLE                   *
      * VDPM19_LINK_WORK      - LINK WORK TABLE                        *
      * VDPM13_MCA_TEXT       - MCA TEXT TABLE                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM6201                                                *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTXRV'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
      *
       01  WS-TERM-ID                       PIC X(8)  VALUE SPACES.
       01  WS-VALUE-TX                      PIC X(150) VALUE SPACES.
       01  WS-LEFT-TX                       PIC X(150) VALUE SPACES.
       01  WS-RIGHT-TX                      PIC X(150) VALUE SPACES.
       01  WS-LEFT-NB                       PIC S9(13)V9(5) COMP-3
                                                       VALUE 0.
       01  WS-RIGHT-NB                      PIC S9(13)V9(5) COMP-3
                                                       VALUE 0.
      *
       01  WS-IX                            PIC S9(4) COMP VALUE 0.
       01  WS-DIGIT-CNT                     PIC S9(4) COMP VALUE 0.
       01  WS-DCML-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-CHAR                          PIC X(01) VALUE SPACE.
      *
       01  WS-DATE-CHECK.
           05 WS-DT-YYYY                    PIC X(4).
           05 WS-DT-DASH1                   PIC X(1).
           05 WS-DT-MM                      PIC X(2).
           05 WS-DT-DASH2                   PIC X(1).
           05 WS-DT-DD                      PIC X(2).
      *
       01  WS-SWITCHES.
           05 WS-EOF-SW                     PIC X(01) VALUE 'N'.
              88 NO-MORE-RULES              VALUE 'Y'.
           05 WS-FOUND-SW                   PIC X(01) VALUE 'N'.
              88 TERM-VALUE-FOUND           VALUE 'Y'.
           05 WS-USABLE-SW                  PIC X(01) VALUE 'N'.
              88 VALUE-USABLE               VALUE 'Y'.
           05 WS-BOTH-USABLE-SW             PIC X(01) VALUE 'N'.
              88 BOTH-VALUES-USABLE         VALUE 'Y'.
           05 WS-RESULT-SW                  PIC X(01) VALUE 'Y'.
              88 RULE-HOLDS                 VALUE 'Y'.
              88 RULE-BROKEN                VALUE 'N'.
           05 WS-CMPR-SW                    PIC X(01) VALUE SPACE.
              88 LEFT-LESS                  VALUE 'L'.
              88 LEFT-EQUAL                 VALUE 'E'.
              88 LEFT-GREATER               VALUE 'G'.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM6201
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-TXRV-PASS-AREA.
           05 LS-TXRV-TMPLT-ID              PIC S9(9) COMP.
           05 LS-TXRV-SOURCE-CD             PIC X(01).
              88 LS-TXRV-WORK-VALUES        VALUE 'W'.
              88 LS-TXRV-POSTED-VALUES      VALUE 'E'.
           05 LS-TXRV-ERROR-CNT             PIC S9(4) COMP.
           05 LS-TXRV-SQLCODE               PIC S9(9) COMP.
           05 LS-TXRV-ERROR-TBL OCCURS 20 TIMES.
              10 LS-TXRV-ERR-RULE-ID        PIC X(8).
              10 LS-TXRV-ERR-REASON         PIC X(40).
      *
       PROCEDURE DIVISION USING LS-TXRV-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EVALUATE-RULES
           GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE 0                           TO LS-TXRV-ERROR-CNT
           MOVE 0                           TO LS-TXRV-SQLCODE
           MOVE 'N'                         TO WS-EOF-SW

           IF NOT LS-TXRV-WORK-VALUES
            AND NOT LS-TXRV-POSTED-VALUES
              SET LS-TXRV-WORK-VALUES       TO TRUE
           END-IF
           .
      *------------------------*
       2000-EVALUATE-RULES.
      *------------------------*
           MOVE '2000-EVALUATE-RULES'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              DECLARE XRULE_CSR CURSOR FOR
                 SELECT XRULE_ID
                       ,LEFT_ATTRB_ID
                       ,OPRTR_CD
                       ,RIGHT_ATTRB_ID
                       ,CMPR_TYPE_CD
                       ,XRULE_DS
                 FROM   VDPM62_TERM_XRULE
                 WHERE  XRULE_STAT_CD = 'A'
                 ORDER BY XRULE_ID
           END-EXEC

           EXEC SQL
              OPEN XRULE_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-RULE
           PERFORM UNTIL NO-MORE-RULES
              PERFORM 3000-EVALUATE-ONE-RULE THRU 3000-EXIT
              PERFORM 2100-FETCH-NEXT-RULE
           END-PERFORM

           EXEC SQL
              CLOSE XRULE_CSR
           END-EXEC
           .
      *------------------------*
       2100-FETCH-NEXT-RULE.
      *------------------------*
           MOVE '2100-FETCH-NEXT-RULE'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH XRULE_CSR
                INTO :D62A-XRULE-ID
                    ,:D62A-LEFT-ATTRB-ID
                    ,:D62A-OPRTR-CD
                    ,:D62A-RIGHT-ATTRB-ID
                    ,:D62A-CMPR-TYPE-CD
                    ,:D62A-XRULE-DS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-RULES          TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       3000-EVALUATE-ONE-RULE.
      *------------------------*
           MOVE '3000-EVALUATE-ONE-RULE'    TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-BOTH-USABLE-SW

           MOVE D62A-LEFT-ATTRB-ID          TO WS-TERM-ID
           PERFORM 3100-GET-TERM-VALUE
           IF NOT TERM-VALUE-FOUND
              GO TO 3000-EXIT
           END-IF
           MOVE WS-VALUE-TX                 TO WS-LEFT-TX

           MOVE D62A-RIGHT-ATTRB-ID         TO WS-TERM-ID
           PERFORM 3100-GET-TERM-VALUE
           IF NOT TERM-VALUE-FOUND
              GO TO 3000-EXIT
           END-IF
           MOVE WS-VALUE-TX                 TO WS-RIGHT-TX

           PERFORM 4000-COMPARE-VALUES THRU 4000-EXIT
           IF NOT BOTH-VALUES-USABLE
              GO TO 3000-EXIT
           END-IF

           PERFORM 5000-APPLY-OPERATOR
           IF RULE-BROKEN
              PERFORM 6000-RECORD-ERROR
           END-IF
           .
       3000-EXIT.
           EXIT
           .
      *------------------------*
       3100-GET-TERM-VALUE.
      *------------------------*
           MOVE '3100-GET-TERM-VALUE'       TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-FOUND-SW
           MOVE SPACES                      TO WS-VALUE-TX

           IF LS-TXRV-WORK-VALUES
              EXEC SQL
                 SELECT SUBSTR(DPM13.MCA_TEXT_DS, 1, 150)
                   INTO :WS-VALUE-TX
                   FROM VDPM17_AMND_WORK   DPM17
                       ,VDPM19_LINK_WORK   DPM19
                       ,VDPM13_MCA_TEXT    DPM13
                  WHERE DPM17.MCA_TMPLT_ID      = :LS-TXRV-TMPLT-ID
                    AND DPM17.ATTRB_TERM_ID     = :WS-TERM-ID
                    AND DPM19.MCA_AMND_ID       = DPM17.MCA_AMND_ID
                    AND DPM19.MCA_VALUE_TYPE_CD = 'T'
                    AND DPM13.MCA_VALUE_ID      = DPM19.MCA_VALUE_ID
                  ORDER BY DPM17.CTGRY_SQ, DPM17.TERM_SQ
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT SUBSTR(DPM13.MCA_TEXT_DS, 1, 150)
                   INTO :WS-VALUE-TX
                   FROM VDPM16_MCA_AMND    DPM16
                       ,VDPM18_MCA_LINK    DPM18
                       ,VDPM13_MCA_TEXT    DPM13
                  WHERE DPM16.MCA_TMPLT_ID      = :LS-TXRV-TMPLT-ID
                    AND DPM16.ATTRB_TERM_ID     = :WS-TERM-ID
                    AND DPM16.MCA_AMND_ID =
                        (SELECT MAX(X.MCA_AMND_ID)
                           FROM VDPM16_MCA_AMND X
                          WHERE X.MCA_TMPLT_ID   = DPM16.MCA_TMPLT_ID
                            AND X.ATTRB_CTGRY_ID = DPM16.ATTRB_CTGRY_ID
                            AND X.CTGRY_SQ       = DPM16.CTGRY_SQ
                            AND X.ATTRB_TERM_ID  = DPM16.ATTRB_TERM_ID
                            AND X.TERM_SQ        = DPM16.TERM_SQ)
                    AND DPM18.MCA_AMND_ID       = DPM16.MCA_AMND_ID
                    AND DPM18.MCA_VALUE_TYPE_CD = 'T'
                    AND DPM13.MCA_VALUE_ID      = DPM18.MCA_VALUE_ID
                  ORDER BY DPM16.CTGRY_SQ, DPM16.TERM_SQ
                  FETCH FIRST 1 ROW ONLY
                  WITH UR
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-VALUE-TX NOT = SPACES
                  AND WS-VALUE-TX NOT = 'TBD'
                    SET TERM-VALUE-FOUND    TO TRUE
                 END-IF
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       4000-COMPARE-VALUES.
      *------------------------*
      * SETS LEFT-LESS / LEFT-EQUAL / LEFT-GREATER FOR THE RULE'S
      * COMPARISON TYPE, OR LEAVES BOTH-VALUES-USABLE OFF WHEN EITHER
      * VALUE CANNOT BE COMPARED THAT WAY.

           MOVE SPACE                       TO WS-CMPR-SW

           EVALUATE TRUE
              WHEN D62A-CMPR-NUMERIC
                 MOVE WS-LEFT-TX            TO WS-VALUE-TX
                 PERFORM 4100-CHECK-NUMERIC
                 IF NOT VALUE-USABLE
                    GO TO 4000-EXIT
                 END-IF
                 COMPUTE WS-LEFT-NB = FUNCTION NUMVAL(WS-LEFT-TX)
                 MOVE WS-RIGHT-TX           TO WS-VALUE-TX
                 PERFORM 4100-CHECK-NUMERIC
                 IF NOT VALUE-USABLE
                    GO TO 4000-EXIT
                 END-IF
                 COMPUTE WS-RIGHT-NB = FUNCTION NUMVAL(WS-RIGHT-TX)
                 EVALUATE TRUE
                    WHEN WS-LEFT-NB < WS-RIGHT-NB
                       SET LEFT-LESS        TO TRUE
                    WHEN WS-LEFT-NB = WS-RIGHT-NB
                       SET LEFT-EQUAL       TO TRUE
                    WHEN OTHER
                       SET LEFT-GREATER     TO TRUE
                 END-EVALUATE
              WHEN D62A-CMPR-DATE
                 MOVE WS-LEFT-TX            TO WS-VALUE-TX
                 PERFORM 4200-CHECK-DATE
                 IF NOT VALUE-USABLE
                    GO TO 4000-EXIT
                 END-IF
                 MOVE WS-RIGHT-TX           TO WS-VALUE-TX
                 PERFORM 4200-CHECK-DATE
                 IF NOT VALUE-USABLE
                    GO TO 4000-EXIT
                 END-IF
                 PERFORM 4300-COMPARE-TEXT
              WHEN OTHER
                 PERFORM 4300-COMPARE-TEXT
           END-EVALUATE

           SET BOTH-VALUES-USABLE           TO TRUE
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
                      OR WS-VALUE-TX(WS-IX:) = SPACES
              MOVE WS-VALUE-TX(WS-IX:1)     TO WS-CHAR
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
       4200-CHECK-DATE.
      *------------------------*
      * YYYY-MM-DD SORTS CORRECTLY AS TEXT ONCE ITS SHAPE IS RIGHT.

           MOVE 'Y'                         TO WS-USABLE-SW
           MOVE WS-VALUE-TX(1:10)           TO WS-DATE-CHECK

           IF WS-VALUE-TX(11:140) NOT = SPACES
            OR WS-DT-YYYY IS NOT NUMERIC
            OR WS-DT-DASH1 NOT = '-'
            OR WS-DT-MM IS NOT NUMERIC
            OR WS-DT-DASH2 NOT = '-'
            OR WS-DT-DD IS NOT NUMERIC
              MOVE 'N'                      TO WS-USABLE-SW
           END-IF
           .
      *------------------------*
       4300-COMPARE-TEXT.
      *------------------------*
           EVALUATE TRUE
              WHEN WS-LEFT-TX < WS-RIGHT-TX
                 SET LEFT-LESS              TO TRUE
              WHEN WS-LEFT-TX = WS-RIGHT-TX
                 SET LEFT-EQUAL             TO TRUE
              WHEN OTHER
                 SET LEFT-GREATER           TO TRUE
           END-EVALUATE
           .
      *------------------------*
       5000-APPLY-OPERATOR.
      *------------------------*
           SET RULE-HOLDS                   TO TRUE

           EVALUATE TRUE
              WHEN D62A-OPRTR-LT
                 IF NOT LEFT-LESS
                    SET RULE-BROKEN         TO TRUE
                 END-IF
              WHEN D62A-OPRTR-LE
                 IF LEFT-GREATER
                    SET RULE-BROKEN         TO TRUE
                 END-IF
              WHEN D62A-OPRTR-GT
                 IF NOT LEFT-GREATER
                    SET RULE-BROKEN         TO TRUE
                 END-IF
              WHEN D62A-OPRTR-GE
                 IF LEFT-LESS
                    SET RULE-BROKEN         TO TRUE
                 END-IF
              WHEN D62A-OPRTR-EQ
                 IF NOT LEFT-EQUAL
                    SET RULE-BROKEN         TO TRUE
                 END-IF
              WHEN D62A-OPRTR-NE
                 IF LEFT-EQUAL
                    SET RULE-BROKEN         TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *------------------------*
       6000-RECORD-ERROR.
      *------------------------*
           IF LS-TXRV-ERROR-CNT < 20
              ADD 1                         TO LS-TXRV-ERROR-CNT
              MOVE D62A-XRULE-ID
                TO LS-TXRV-ERR-RULE-ID(LS-TXRV-ERROR-CNT)
              MOVE D62A-XRULE-DS
                TO LS-TXRV-ERR-REASON(LS-TXRV-ERROR-CNT)
           ELSE
              ADD 1                         TO LS-TXRV-ERROR-CNT
           END-IF

           DISPLAY 'CROSS-TERM RULE BROKEN ' D62A-XRULE-ID
                   ' TEMPLATE ' LS-TXRV-TMPLT-ID
                   ' - ' D62A-LEFT-ATTRB-ID ' ' D62A-OPRTR-CD
                   ' ' D62A-RIGHT-ATTRB-ID
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
      * THE CALLER OWNS THE UNIT OF WORK; HAND THE SQLCODE BACK AND
      * LET ITS STANDARD SQL ERROR PARAGRAPH DEAL WITH IT.

           MOVE SQLCODE                     TO LS-TXRV-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           GOBACK
           .
