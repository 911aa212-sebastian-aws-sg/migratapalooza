       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXXRUL.
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
      *    NAME  DPMXXRUL(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXXRUL                                            *
      *                                                                *
      * CROSS-TERM CONSISTENCY RULE MAINTENANCE AND AUDIT.  DPMXMSAV   *
      * WILL NOT SAVE A TEMPLATE THAT BREAKS AN ACTIVE RULE            *
      * (DPMXTXRV).  MODES:                                            *
      *                                                                *
      * MODE 'L' (LOAD): MAINTAINS VDPM62_TERM_XRULE FROM DD XRULCRDS. *
      * CARD: ACTION X(1) (A = ADD / REPLACE, R = RETIRE), RULE ID     *
      * X(8), LEFT TERM X(8), OPERATOR X(2) (LT LE GT GE EQ NE),       *
      * RIGHT TERM X(8), COMPARISON TYPE X(1) (N NUMERIC / AMOUNT,     *
      * D DATE, C CHARACTER), DESCRIPTION X(40), EACH FOLLOWED BY ONE  *
      * BLANK.  BOTH TERMS MUST BE ON VDPM04_ATTRB_DTL AND MUST        *
      * DIFFER.  A RETIRE CARD NEEDS ONLY THE RULE ID.  THE            *
      * DESCRIPTION IS THE MESSAGE SHOWN WHEN THE RULE IS BROKEN.      *
      *                                                                *
      * MODE 'A' (AUDIT): RE-CHECKS EVERY EXECUTED TEMPLATE THAT       *
      * CARRIES A TERM NAMED BY AN ACTIVE RULE AGAINST THE LATEST      *
      * POSTED VALUE OF EACH TERM, SO AGREEMENTS EXECUTED BEFORE A     *
      * RULE EXISTED ARE FOUND.  EACH BROKEN RULE IS LISTED VIA        *
      * DPMXRPTW.                                                      *
      *                                                                *
      * REJECTED CARDS (MODE L) OR ANY BROKEN RULE (MODE A) END THE    *
      * STEP WITH RC 4.                                                *
      *                                                                *
      * SYSIN CARDS: 1) MODE (L / A)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM62_TERM_XRULE / VDPM04_ATTRB_DTL / VDPM14_MCA_TMPLT /      *
      * VDPM16_MCA_AMND                                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM6201                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXTXRV - CROSS-TERM CONSISTENCY RULE EVALUATOR               *
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
           SELECT XRULCRDS         ASSIGN TO XRULCRDS
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  XRULCRDS
           RECORDING MODE IS F.
       01  XRULCRDS-REC.
           05 XR-ACTION-CD                  PIC X(1).
              88 XR-ADD-REPLACE             VALUE 'A'.
              88 XR-RETIRE                  VALUE 'R'.
           05 FILLER                        PIC X(1).
           05 XR-XRULE-ID                   PIC X(8).
           05 FILLER                        PIC X(1).
           05 XR-LEFT-ATTRB-ID              PIC X(8).
           05 FILLER                        PIC X(1).
           05 XR-OPRTR-CD                   PIC X(2).
              88 XR-OPRTR-VALID             VALUE 'LT' 'LE' 'GT'
                                                  'GE' 'EQ' 'NE'.
           05 FILLER                        PIC X(1).
           05 XR-RIGHT-ATTRB-ID             PIC X(8).
           05 FILLER                        PIC X(1).
           05 XR-CMPR-TYPE-CD               PIC X(1).
              88 XR-CMPR-TYPE-VALID         VALUE 'N' 'D' 'C'.
           05 FILLER                        PIC X(1).
           05 XR-XRULE-DS                   PIC X(40).
           05 FILLER                        PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXXRUL'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 LOAD-MODE                     VALUE 'L'.
           88 AUDIT-MODE                    VALUE 'A'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-ATTRB-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-DELR-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-ATTRB-PRDCT-ID                PIC X(8)  VALUE SPACES.
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-IX                            PIC S9(4) COMP VALUE 0.
       01  WS-IX-MAX                        PIC S9(4) COMP VALUE 0.
      *
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ADDED-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-REPLACED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-RETIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-TMPLT-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-BAD-TMPLT-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-BROKEN-CNT                    PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
      *
       01  WS-TXRV-PROGRAM                  PIC X(08) VALUE 'DPMXTXRV'.
       01  WS-TXRV-PASS-AREA.
           05 WS-TXRV-TMPLT-ID              PIC S9(9) COMP.
           05 WS-TXRV-SOURCE-CD             PIC X(01).
           05 WS-TXRV-ERROR-CNT             PIC S9(4) COMP.
           05 WS-TXRV-SQLCODE               PIC S9(9) COMP.
           05 WS-TXRV-ERROR-TBL OCCURS 20 TIMES.
              10 WS-TXRV-ERR-RULE-ID        PIC X(8).
              10 WS-TXRV-ERR-REASON         PIC X(40).
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
              INCLUDE DPM6201
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE XRUL_TMPLT_CSR CURSOR FOR
                 SELECT DPM14.MCA_TMPLT_ID
                       ,DPM14.DELR_CMPNY_ID
                       ,DPM14.ATTRB_PRDCT_ID
                 FROM   VDPM14_MCA_TMPLT DPM14
                 WHERE  DPM14.MCA_TMPLT_TYPE_CD = 'E'
                   AND  EXISTS
                        (SELECT 1
                           FROM VDPM16_MCA_AMND   DPM16
                               ,VDPM62_TERM_XRULE DPM62
                          WHERE DPM16.MCA_TMPLT_ID  = DPM14.MCA_TMPLT_ID
                            AND DPM62.XRULE_STAT_CD = 'A'
                            AND DPM16.ATTRB_TERM_ID =
                                DPM62.LEFT_ATTRB_ID)
                 ORDER BY DPM14.DELR_CMPNY_ID, DPM14.MCA_TMPLT_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN LOAD-MODE
                 PERFORM 2000-LOAD-RULES
                 EXEC SQL
                    COMMIT
                 END-EXEC
              WHEN OTHER
                 PERFORM 4000-AUDIT-EXECUTED
           END-EVALUATE
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
           DISPLAY 'DPMXXRUL STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT LOAD-MODE AND NOT AUDIT-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-LOAD-RULES.
      *----------------------------------*
           MOVE '2000-LOAD-RULES'           TO WS-PARAGRAPH-NAME

           OPEN INPUT XRULCRDS

           PERFORM 2100-READ-NEXT-RULE
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 2200-APPLY-ONE-RULE THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-RULE
           END-PERFORM

           CLOSE XRULCRDS
           .
      *----------------------------------*
       2100-READ-NEXT-RULE.
      *----------------------------------*
           READ XRULCRDS
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-APPLY-ONE-RULE.
      *----------------------------------*
           MOVE '2200-APPLY-ONE-RULE'       TO WS-PARAGRAPH-NAME

           IF (NOT XR-ADD-REPLACE AND NOT XR-RETIRE)
            OR XR-XRULE-ID = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' XRULCRDS-REC(1:33)
              GO TO 2200-EXIT
           END-IF

           MOVE XR-XRULE-ID                 TO D62A-XRULE-ID

           IF XR-RETIRE
              PERFORM 2300-RETIRE-ONE-RULE
              GO TO 2200-EXIT
           END-IF

           IF NOT XR-OPRTR-VALID
            OR NOT XR-CMPR-TYPE-VALID
            OR XR-LEFT-ATTRB-ID  = SPACES
            OR XR-RIGHT-ATTRB-ID = SPACES
            OR XR-LEFT-ATTRB-ID  = XR-RIGHT-ATTRB-ID
            OR XR-XRULE-DS       = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' XRULCRDS-REC(1:33)
              GO TO 2200-EXIT
           END-IF

           MOVE XR-LEFT-ATTRB-ID            TO D62A-LEFT-ATTRB-ID
           MOVE XR-OPRTR-CD                 TO D62A-OPRTR-CD
           MOVE XR-RIGHT-ATTRB-ID           TO D62A-RIGHT-ATTRB-ID
           MOVE XR-CMPR-TYPE-CD             TO D62A-CMPR-TYPE-CD
           MOVE XR-XRULE-DS                 TO D62A-XRULE-DS

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ATTRB-CNT
                FROM  VDPM04_ATTRB_DTL
               WHERE  ATTRB_ID IN (:D62A-LEFT-ATTRB-ID
                                  ,:D62A-RIGHT-ATTRB-ID)
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM04_ATTRB_DTL'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ATTRB-CNT < 2
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO TERM  :' XRULCRDS-REC(1:33)
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM62_TERM_XRULE
                 SET LEFT_ATTRB_ID    = :D62A-LEFT-ATTRB-ID
                    ,OPRTR_CD         = :D62A-OPRTR-CD
                    ,RIGHT_ATTRB_ID   = :D62A-RIGHT-ATTRB-ID
                    ,CMPR_TYPE_CD     = :D62A-CMPR-TYPE-CD
                    ,XRULE_DS         = :D62A-XRULE-DS
                    ,XRULE_STAT_CD    = 'A'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE XRULE_ID         = :D62A-XRULE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPLACED-CNT
                 DISPLAY 'RULE REPLACED            :' XRULCRDS-REC(1:33)
              WHEN +100
                 EXEC SQL
                    INSERT INTO VDPM62_TERM_XRULE
                           (XRULE_ID
                           ,LEFT_ATTRB_ID
                           ,OPRTR_CD
                           ,RIGHT_ATTRB_ID
                           ,CMPR_TYPE_CD
                           ,XRULE_DS
                           ,XRULE_STAT_CD
                           ,ROW_UPDT_TS
                           ,ROW_UPDT_USER_ID)
                    VALUES (:D62A-XRULE-ID
                           ,:D62A-LEFT-ATTRB-ID
                           ,:D62A-OPRTR-CD
                           ,:D62A-RIGHT-ATTRB-ID
                           ,:D62A-CMPR-TYPE-CD
                           ,:D62A-XRULE-DS
                           ,'A'
                           ,CURRENT TIMESTAMP
                           ,:WS-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'VDPM62_TERM_XRULE' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-ADDED-CNT
                 DISPLAY 'RULE ADDED               :' XRULCRDS-REC(1:33)
              WHEN OTHER
                 MOVE 'VDPM62_TERM_XRULE'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-RETIRE-ONE-RULE.
      *----------------------------------*
           MOVE '2300-RETIRE-ONE-RULE'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM62_TERM_XRULE
                 SET XRULE_STAT_CD    = 'R'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE XRULE_ID         = :D62A-XRULE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-RETIRED-CNT
                 DISPLAY 'RULE RETIRED             :' XRULCRDS-REC(1:10)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT FOUND:' XRULCRDS-REC(1:10)
              WHEN OTHER
                 MOVE 'VDPM62_TERM_XRULE'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4000-AUDIT-EXECUTED.
      *----------------------------------*
           MOVE '4000-AUDIT-EXECUTED'       TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'EXECUTED MCA CROSS-TERM RULE AUDIT (DPMXXRUL)'
                                            TO WS-RPTW-TITLE
           MOVE 'TMPLT_ID,DEALER,PRODUCT,RULE_ID,RULE_DESCRIPTION'
                                            TO WS-RPTW-CSV
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN XRUL_TMPLT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4100-FETCH-NEXT-TMPLT
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-TMPLT-CNT
              PERFORM 4200-AUDIT-ONE-TMPLT
              PERFORM 4100-FETCH-NEXT-TMPLT
           END-PERFORM

           EXEC SQL
              CLOSE XRUL_TMPLT_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-BAD-TMPLT-CNT            TO WS-CNT-ED
           STRING 'EXECUTED TEMPLATES BREAKING A RULE: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       4100-FETCH-NEXT-TMPLT.
      *----------------------------------*
           EXEC SQL
              FETCH XRUL_TMPLT_CSR
                INTO :WS-TMPLT-ID
                    ,:WS-DELR-CMPNY-ID
                    ,:WS-ATTRB-PRDCT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-AUDIT-ONE-TMPLT.
      *----------------------------------*
           MOVE '4200-AUDIT-ONE-TMPLT'      TO WS-PARAGRAPH-NAME

           MOVE WS-TMPLT-ID                 TO WS-TXRV-TMPLT-ID
           MOVE 'E'                         TO WS-TXRV-SOURCE-CD
           CALL WS-TXRV-PROGRAM USING WS-TXRV-PASS-AREA

           IF WS-TXRV-SQLCODE NOT = 0
              MOVE WS-TXRV-SQLCODE          TO SQLCODE
              MOVE 'VDPM62_TERM_XRULE'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-TXRV-ERROR-CNT > 0
              ADD 1                         TO WS-BAD-TMPLT-CNT
              ADD WS-TXRV-ERROR-CNT         TO WS-BROKEN-CNT
              MOVE WS-TMPLT-ID              TO WS-TMPLT-ID-ED
              IF WS-TXRV-ERROR-CNT > 20
                 MOVE 20                    TO WS-IX-MAX
              ELSE
                 MOVE WS-TXRV-ERROR-CNT     TO WS-IX-MAX
              END-IF
              PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX > WS-IX-MAX
                 PERFORM 4300-REPORT-ONE-BREAK
              END-PERFORM
           END-IF
           .
      *----------------------------------*
       4300-REPORT-ONE-BREAK.
      *----------------------------------*
           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING WS-TMPLT-ID-ED
                  '  ' WS-DELR-CMPNY-ID
                  '  ' WS-ATTRB-PRDCT-ID
                  '  ' WS-TXRV-ERR-RULE-ID(WS-IX)
                  '  ' WS-TXRV-ERR-REASON(WS-IX)
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-TMPLT-ID-ED
                  ',' WS-DELR-CMPNY-ID
                  ',' WS-ATTRB-PRDCT-ID
                  ',' WS-TXRV-ERR-RULE-ID(WS-IX)
                  ',' WS-TXRV-ERR-REASON(WS-IX)
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
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
           EVALUATE TRUE
              WHEN LOAD-MODE
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'RULES ADDED              :' WS-ADDED-CNT
                 DISPLAY 'RULES REPLACED           :' WS-REPLACED-CNT
                 DISPLAY 'RULES RETIRED            :' WS-RETIRED-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
              WHEN OTHER
                 DISPLAY 'EXECUTED TEMPLATES CHECKD:' WS-TMPLT-CNT
                 DISPLAY 'TEMPLATES BREAKING A RULE:' WS-BAD-TMPLT-CNT
                 DISPLAY 'BROKEN RULES FOUND       :' WS-BROKEN-CNT
           END-EVALUATE
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXXRUL ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
            OR WS-BAD-TMPLT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
