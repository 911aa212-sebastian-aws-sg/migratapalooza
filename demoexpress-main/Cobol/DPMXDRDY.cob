       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXDRDY.
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
      *    NAME  DPMXDRDY(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXDRDY                                            *
      *                                                                *
      * EXECUTION-READINESS DOCUMENT CHECKLIST MAINTENANCE AND         *
      * REPORTING.  DPMXMSTU WILL NOT EXECUTE AN MCA UNTIL THE CLIENT  *
      * HAS EVERY DOCUMENT KIND THE CHECKLIST REQUIRES (DPMXDRCK).     *
      * MODES:                                                         *
      *                                                                *
      * MODE 'L' (LOAD): MAINTAINS THE CHECKLIST VDPM56_DOC_RQMT FROM  *
      * DD RQMTCRDS.  CARD: ACTION X(1) (A = ADD / REPLACE, R =        *
      * RETIRE), COMPANY TYPE X(1), PRODUCT ID X(8), DOCUMENT KIND     *
      * X(4), DESCRIPTION X(40), EACH FOLLOWED BY ONE BLANK.  '*' AS   *
      * THE COMPANY TYPE OR PRODUCT MEANS EVERY TYPE / EVERY PRODUCT.  *
      *                                                                *
      * MODE 'K' (KIND): TAGS DOCUMENTS ALREADY ON VDPM12_MCA_DOC WITH *
      * THEIR KIND FROM DD DOCKINDS.  CARD: MCA VALUE ID 9(18), BLANK, *
      * DOCUMENT KIND X(4).  THE KIND MUST BE ACTIVE ON THE CHECKLIST. *
      *                                                                *
      * MODE 'R' (REPORT): LISTS EVERY PENDING TEMPLATE (WORKING OR    *
      * RE-EXECUTION WORKING, NOT DELETED OR EXPIRED) THAT WOULD FAIL  *
      * THE EXECUTION GATE TODAY, WITH THE KINDS STILL MISSING, SO     *
      * RELATIONSHIP MANAGERS CAN CHASE THE PAPERWORK BEFORE THE       *
      * COUNTERPARTY ASKS TO EXECUTE.  OUTPUT VIA DPMXRPTW.            *
      *                                                                *
      * REJECTED CARDS (MODES L/K) OR ANY NOT-READY TEMPLATE (MODE R)  *
      * END THE STEP WITH RC 4.                                        *
      *                                                                *
      * SYSIN CARDS: 1) MODE (L / K / R)                               *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM56_DOC_RQMT / VDPM12_MCA_DOC / VDPM14_MCA_TMPLT            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM5601                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXDRCK - EXECUTION-READINESS DOCUMENT CHECK                  *
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
           SELECT RQMTCRDS         ASSIGN TO RQMTCRDS
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT DOCKINDS         ASSIGN TO DOCKINDS
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RQMTCRDS
           RECORDING MODE IS F.
       01  RQMTCRDS-REC.
           05 RQ-ACTION-CD                  PIC X(1).
              88 RQ-ADD-REPLACE             VALUE 'A'.
              88 RQ-RETIRE                  VALUE 'R'.
           05 FILLER                        PIC X(1).
           05 RQ-CMPNY-TYPE-CD              PIC X(1).
           05 FILLER                        PIC X(1).
           05 RQ-ATTRB-PRDCT-ID             PIC X(8).
           05 FILLER                        PIC X(1).
           05 RQ-DOC-KIND-CD                PIC X(4).
           05 FILLER                        PIC X(1).
           05 RQ-DOC-KIND-DS                PIC X(40).
           05 FILLER                        PIC X(22).
      *
       FD  DOCKINDS
           RECORDING MODE IS F.
       01  DOCKINDS-REC.
           05 DK-MCA-VALUE-ID               PIC 9(18).
           05 FILLER                        PIC X(1).
           05 DK-DOC-KIND-CD                PIC X(4).
           05 FILLER                        PIC X(57).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXDRDY'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 LOAD-MODE                     VALUE 'L'.
           88 KIND-MODE                     VALUE 'K'.
           88 REPORT-MODE                   VALUE 'R'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-MCA-VALUE-ID                  PIC S9(18)V COMP-3
                                            VALUE 0.
       01  WS-KIND-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-DELR-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-TMPLT-TYPE-CD                 PIC X(1)  VALUE SPACES.
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-MISS-CNT-ED                   PIC ZZZ9.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ADDED-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-REPLACED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-RETIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-TAGGED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-TMPLT-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-NOT-READY-CNT                 PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
      *
       01  WS-DRCK-PROGRAM                  PIC X(08) VALUE 'DPMXDRCK'.
       01  WS-DRCK-PASS-AREA.
           05 WS-DRCK-TMPLT-ID              PIC S9(9) COMP.
           05 WS-DRCK-CLNT-CMPNY-ID         PIC X(08).
           05 WS-DRCK-MISS-CNT              PIC S9(4) COMP.
           05 WS-DRCK-MISS-LIST             PIC X(60).
           05 WS-DRCK-SQLCODE               PIC S9(9) COMP.
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
              INCLUDE DPM5601
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE DRDY_TMPLT_CSR CURSOR FOR
                 SELECT MCA_TMPLT_ID
                       ,MCA_TMPLT_TYPE_CD
                       ,DELR_CMPNY_ID
                 FROM   VDPM14_MCA_TMPLT
                 WHERE  MCA_TMPLT_TYPE_CD IN ('W', 'R')
                   AND  MCA_STAT_IN NOT IN ('L', 'X')
                 ORDER BY DELR_CMPNY_ID, MCA_TMPLT_ID
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
                 PERFORM 2000-LOAD-CHECKLIST
                 EXEC SQL
                    COMMIT
                 END-EXEC
              WHEN KIND-MODE
                 PERFORM 3000-TAG-DOC-KINDS
                 EXEC SQL
                    COMMIT
                 END-EXEC
              WHEN OTHER
                 PERFORM 4000-REPORT-READINESS
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
           DISPLAY 'DPMXDRDY STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT LOAD-MODE AND NOT KIND-MODE AND NOT REPORT-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-LOAD-CHECKLIST.
      *----------------------------------*
           MOVE '2000-LOAD-CHECKLIST'       TO WS-PARAGRAPH-NAME

           OPEN INPUT RQMTCRDS

           PERFORM 2100-READ-NEXT-RQMT
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 2200-APPLY-ONE-RQMT THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-RQMT
           END-PERFORM

           CLOSE RQMTCRDS
           .
      *----------------------------------*
       2100-READ-NEXT-RQMT.
      *----------------------------------*
           READ RQMTCRDS
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-APPLY-ONE-RQMT.
      *----------------------------------*
           MOVE '2200-APPLY-ONE-RQMT'       TO WS-PARAGRAPH-NAME

           IF (NOT RQ-ADD-REPLACE AND NOT RQ-RETIRE)
            OR RQ-CMPNY-TYPE-CD  = SPACES
            OR RQ-ATTRB-PRDCT-ID = SPACES
            OR RQ-DOC-KIND-CD    = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' RQMTCRDS-REC(1:60)
              GO TO 2200-EXIT
           END-IF

           MOVE RQ-CMPNY-TYPE-CD            TO D56A-CMPNY-TYPE-CD
           MOVE RQ-ATTRB-PRDCT-ID           TO D56A-ATTRB-PRDCT-ID
           MOVE RQ-DOC-KIND-CD              TO D56A-DOC-KIND-CD
           MOVE RQ-DOC-KIND-DS              TO D56A-DOC-KIND-DS

           IF RQ-RETIRE
              PERFORM 2300-RETIRE-ONE-RQMT
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM56_DOC_RQMT
                 SET DOC_KIND_DS      = :D56A-DOC-KIND-DS
                    ,RQMT_STAT_CD     = 'A'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE CMPNY_TYPE_CD    = :D56A-CMPNY-TYPE-CD
                 AND ATTRB_PRDCT_ID   = :D56A-ATTRB-PRDCT-ID
                 AND DOC_KIND_CD      = :D56A-DOC-KIND-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPLACED-CNT
                 DISPLAY 'REQUIREMENT REPLACED     :' RQMTCRDS-REC(1:16)
              WHEN +100
                 EXEC SQL
                    INSERT INTO VDPM56_DOC_RQMT
                           (CMPNY_TYPE_CD
                           ,ATTRB_PRDCT_ID
                           ,DOC_KIND_CD
                           ,DOC_KIND_DS
                           ,RQMT_STAT_CD
                           ,ROW_UPDT_TS
                           ,ROW_UPDT_USER_ID)
                    VALUES (:D56A-CMPNY-TYPE-CD
                           ,:D56A-ATTRB-PRDCT-ID
                           ,:D56A-DOC-KIND-CD
                           ,:D56A-DOC-KIND-DS
                           ,'A'
                           ,CURRENT TIMESTAMP
                           ,:WS-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'VDPM56_DOC_RQMT'  TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-ADDED-CNT
                 DISPLAY 'REQUIREMENT ADDED        :' RQMTCRDS-REC(1:16)
              WHEN OTHER
                 MOVE 'VDPM56_DOC_RQMT'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-RETIRE-ONE-RQMT.
      *----------------------------------*
           MOVE '2300-RETIRE-ONE-RQMT'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM56_DOC_RQMT
                 SET RQMT_STAT_CD     = 'R'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE CMPNY_TYPE_CD    = :D56A-CMPNY-TYPE-CD
                 AND ATTRB_PRDCT_ID   = :D56A-ATTRB-PRDCT-ID
                 AND DOC_KIND_CD      = :D56A-DOC-KIND-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-RETIRED-CNT
                 DISPLAY 'REQUIREMENT RETIRED      :' RQMTCRDS-REC(1:16)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT FOUND:' RQMTCRDS-REC(1:16)
              WHEN OTHER
                 MOVE 'VDPM56_DOC_RQMT'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-TAG-DOC-KINDS.
      *----------------------------------*
           MOVE '3000-TAG-DOC-KINDS'        TO WS-PARAGRAPH-NAME

           OPEN INPUT DOCKINDS

           PERFORM 3100-READ-NEXT-KIND
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 3200-TAG-ONE-DOC THRU 3200-EXIT
              PERFORM 3100-READ-NEXT-KIND
           END-PERFORM

           CLOSE DOCKINDS
           .
      *----------------------------------*
       3100-READ-NEXT-KIND.
      *----------------------------------*
           READ DOCKINDS
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       3200-TAG-ONE-DOC.
      *----------------------------------*
           MOVE '3200-TAG-ONE-DOC'          TO WS-PARAGRAPH-NAME

           IF DK-MCA-VALUE-ID NOT NUMERIC
            OR DK-DOC-KIND-CD = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' DOCKINDS-REC(1:23)
              GO TO 3200-EXIT
           END-IF

           MOVE DK-MCA-VALUE-ID             TO WS-MCA-VALUE-ID
           MOVE DK-DOC-KIND-CD              TO D56A-DOC-KIND-CD

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-KIND-CNT
                FROM  VDPM56_DOC_RQMT
               WHERE  DOC_KIND_CD  = :D56A-DOC-KIND-CD
                 AND  RQMT_STAT_CD = 'A'
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM56_DOC_RQMT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-KIND-CNT = 0
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO KIND  :' DOCKINDS-REC(1:23)
              GO TO 3200-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM12_MCA_DOC
                 SET DOC_KIND_CD      = :D56A-DOC-KIND-CD
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE MCA_VALUE_ID     = :WS-MCA-VALUE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-TAGGED-CNT
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NO DOC   :' DOCKINDS-REC(1:23)
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.
      *----------------------------------*
       4000-REPORT-READINESS.
      *----------------------------------*
           MOVE '4000-REPORT-READINESS'     TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'PENDING MCA EXECUTION READINESS (DPMXDRDY)'
                                            TO WS-RPTW-TITLE
           MOVE 'TMPLT_ID,TYPE,DEALER,CLIENT,MISSING_CNT,MISSING_KINDS'
                                            TO WS-RPTW-CSV
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN DRDY_TMPLT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4100-FETCH-NEXT-TMPLT
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-TMPLT-CNT
              PERFORM 4200-CHECK-ONE-TMPLT
              PERFORM 4100-FETCH-NEXT-TMPLT
           END-PERFORM

           EXEC SQL
              CLOSE DRDY_TMPLT_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-NOT-READY-CNT            TO WS-CNT-ED
           STRING 'TEMPLATES NOT READY TO EXECUTE: ' WS-CNT-ED
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
              FETCH DRDY_TMPLT_CSR
                INTO :WS-TMPLT-ID
                    ,:WS-TMPLT-TYPE-CD
                    ,:WS-DELR-CMPNY-ID
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
       4200-CHECK-ONE-TMPLT.
      *----------------------------------*
           MOVE '4200-CHECK-ONE-TMPLT'      TO WS-PARAGRAPH-NAME

           MOVE WS-TMPLT-ID                 TO WS-DRCK-TMPLT-ID
           CALL WS-DRCK-PROGRAM USING WS-DRCK-PASS-AREA

           IF WS-DRCK-SQLCODE NOT = 0
              MOVE WS-DRCK-SQLCODE          TO SQLCODE
              MOVE 'VDPM56_DOC_RQMT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-DRCK-MISS-CNT > 0
              ADD 1                         TO WS-NOT-READY-CNT
              MOVE WS-TMPLT-ID              TO WS-TMPLT-ID-ED
              MOVE WS-DRCK-MISS-CNT         TO WS-MISS-CNT-ED

              MOVE 'L'                      TO WS-RPTW-FUNC-CD
              MOVE SPACES                   TO WS-RPTW-LINE
              STRING WS-TMPLT-ID-ED
                     ' '  WS-TMPLT-TYPE-CD
                     '  ' WS-DELR-CMPNY-ID
                     '  ' WS-DRCK-CLNT-CMPNY-ID
                     '  ' WS-MISS-CNT-ED
                     '  ' WS-DRCK-MISS-LIST
                     DELIMITED BY SIZE INTO WS-RPTW-LINE
              END-STRING
              CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

              MOVE 'C'                      TO WS-RPTW-FUNC-CD
              MOVE SPACES                   TO WS-RPTW-CSV
              STRING WS-TMPLT-ID-ED
                     ',' WS-TMPLT-TYPE-CD
                     ',' WS-DELR-CMPNY-ID
                     ',' WS-DRCK-CLNT-CMPNY-ID
                     ',' WS-MISS-CNT-ED
                     ',' WS-DRCK-MISS-LIST
                     DELIMITED BY SIZE INTO WS-RPTW-CSV
              END-STRING
              CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
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
           EVALUATE TRUE
              WHEN LOAD-MODE
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'REQUIREMENTS ADDED       :' WS-ADDED-CNT
                 DISPLAY 'REQUIREMENTS REPLACED    :' WS-REPLACED-CNT
                 DISPLAY 'REQUIREMENTS RETIRED     :' WS-RETIRED-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
              WHEN KIND-MODE
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'DOCUMENTS TAGGED         :' WS-TAGGED-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
              WHEN OTHER
                 DISPLAY 'PENDING TEMPLATES CHECKED:' WS-TMPLT-CNT
                 DISPLAY 'TEMPLATES NOT READY      :' WS-NOT-READY-CNT
           END-EVALUATE
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXDRDY ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
            OR WS-NOT-READY-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
