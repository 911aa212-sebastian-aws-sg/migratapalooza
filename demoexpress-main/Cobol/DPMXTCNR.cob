       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTCNR.
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
      *    NAME  DPMXTCNR(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTCNR                                            *
      *                                                                *
      * NIGHTLY CONFLICTING LIVE TEMPLATE REPORT.  ONLY ONE LIVE       *
      * AGREEMENT MAY COVER A DEALER / CLIENT PAIR FOR ONE             *
      * ATTRB_PRDCT_ID / ATTRB_SUB_PRDCT_ID / ATTRB_REGN_ID            *
      * COMBINATION.  DPMXAPUB AND DPMXMSTU ENFORCE THIS GOING         *
      * FORWARD THROUGH DPMXTCNF; THIS JOB FINDS EVERY PAIR OF         *
      * TEMPLATES ON VDPM14_MCA_TMPLT THAT ALREADY BREAKS IT, USING    *
      * THE SAME LIVE RULES:                                           *
      *   - TWO EXECUTED MCAS (TYPE 'E') NEITHER OF WHICH IS DELETED   *
      *     ('L'), EXPIRED ('X'), TERMINATED ('T'), NOVATED ('V') OR   *
      *     SUPERSEDED ('S'), OR                                       *
      *   - TWO PUBLISHED ('P') ISDA TEMPLATES (TYPE 'I').             *
      * EACH PAIR IS LISTED ONCE, LOWER TEMPLATE ID FIRST, WITH BOTH   *
      * TEMPLATES' TYPES, STATUSES AND PUBLICATION, EXECUTION AND END  *
      * DATES, SO THE DEALER CAN SUPERSEDE ONE THROUGH DPMXSPRS.       *
      *                                                                *
      * PRINT ON DD RPTPRNT AND CSV ON DD RPTCSV THROUGH DPMXRPTW.     *
      * ANY CONFLICTING PAIR ENDS THE STEP WITH RC 4, OTHERWISE RC 0.  *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT      - TEMPLATE MASTER                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTCNR'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-PAIR-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-EXEC-PAIR-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-ISDA-PAIR-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-PAIRS                 VALUE 'Y'.
      *
      * ONE CONFLICTING PAIR: THE SHARED KEYS, THEN EACH TEMPLATE.
       01  WS-CNFL-PAIR.
           05 WS-CP-DELR-CMPNY-ID           PIC X(08).
           05 WS-CP-CLNT-CMPNY-ID           PIC X(08).
           05 WS-CP-PRDCT-ID                PIC X(08).
           05 WS-CP-SUB-PRDCT-ID            PIC X(08).
           05 WS-CP-REGN-ID                 PIC X(08).
           05 WS-CP-BOTH.
              10 WS-CP-A.
                 15 WS-CPA-TMPLT-ID         PIC S9(9) COMP.
                 15 WS-CPA-TYPE-CD          PIC X(01).
                 15 WS-CPA-STAT-IN          PIC X(01).
                 15 WS-CPA-PBLTN-DT         PIC X(10).
                 15 WS-CPA-EXE-TS           PIC X(26).
                 15 WS-CPA-END-DT           PIC X(10).
              10 WS-CP-B.
                 15 WS-CPB-TMPLT-ID         PIC S9(9) COMP.
                 15 WS-CPB-TYPE-CD          PIC X(01).
                 15 WS-CPB-STAT-IN          PIC X(01).
                 15 WS-CPB-PBLTN-DT         PIC X(10).
                 15 WS-CPB-EXE-TS           PIC X(26).
                 15 WS-CPB-END-DT           PIC X(10).
           05 FILLER REDEFINES WS-CP-BOTH.
              10 WS-CP-TMPLT                OCCURS 2 TIMES.
                 15 WS-CP-TMPLT-ID          PIC S9(9) COMP.
                 15 WS-CP-TYPE-CD           PIC X(01).
                 15 WS-CP-STAT-IN           PIC X(01).
                 15 WS-CP-PBLTN-DT          PIC X(10).
                 15 WS-CP-EXE-TS            PIC X(26).
                 15 WS-CP-END-DT            PIC X(10).
       01  WS-SUB                           PIC S9(4) COMP VALUE 0.
      *
       01  WS-CNFL-HDG.
           05 FILLER                        PIC X(10) VALUE 'DEALER'.
           05 FILLER                        PIC X(10) VALUE 'CLIENT'.
           05 FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05 FILLER                        PIC X(10) VALUE 'SUB-PROD'.
           05 FILLER                        PIC X(10) VALUE 'REGION'.
           05 FILLER                        PIC X(11) VALUE 'TEMPLATE'.
           05 FILLER                        PIC X(05) VALUE 'TYPE'.
           05 FILLER                        PIC X(05) VALUE 'STAT'.
           05 FILLER                        PIC X(12) VALUE 'PUBLISHED'.
           05 FILLER                        PIC X(12) VALUE 'EXECUTED'.
           05 FILLER                        PIC X(10) VALUE 'END DATE'.
      *
       01  WS-CNFL-LINE.
           05 CL-DELR-CMPNY-ID              PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-CLNT-CMPNY-ID              PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-PRDCT-ID                   PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-SUB-PRDCT-ID               PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-REGN-ID                    PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-TMPLT-ID                   PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-TYPE-CD                    PIC X(01).
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 CL-STAT-IN                    PIC X(01).
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 CL-PBLTN-DT                   PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-EXE-DT                     PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CL-END-DT                     PIC X(10).
      *
       01  WS-CSV-TMPLT-ID-1                PIC 9(09).
       01  WS-CSV-TMPLT-ID-2                PIC 9(09).
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
       COPY  DB2000IA.
      *
      * THE SAME LIVE RULES AS DPMXTCNF, APPLIED TO EVERY PAIR.
           EXEC SQL
              DECLARE TMPLT_CNFL_CSR CURSOR FOR
                 SELECT A.DELR_CMPNY_ID
                       ,A.CLNT_CMPNY_ID
                       ,A.ATTRB_PRDCT_ID
                       ,A.ATTRB_SUB_PRDCT_ID
                       ,A.ATTRB_REGN_ID
                       ,A.MCA_TMPLT_ID
                       ,A.MCA_TMPLT_TYPE_CD
                       ,A.MCA_STAT_IN
                       ,A.MCA_PBLTN_DT
                       ,A.MCA_EXE_TS
                       ,A.MCA_END_DT
                       ,B.MCA_TMPLT_ID
                       ,B.MCA_TMPLT_TYPE_CD
                       ,B.MCA_STAT_IN
                       ,B.MCA_PBLTN_DT
                       ,B.MCA_EXE_TS
                       ,B.MCA_END_DT
                 FROM   VDPM14_MCA_TMPLT  A
                       ,VDPM14_MCA_TMPLT  B
                 WHERE  B.MCA_TMPLT_ID       > A.MCA_TMPLT_ID
                   AND  B.DELR_CMPNY_ID      = A.DELR_CMPNY_ID
                   AND  B.CLNT_CMPNY_ID      = A.CLNT_CMPNY_ID
                   AND  B.ATTRB_PRDCT_ID     = A.ATTRB_PRDCT_ID
                   AND  B.ATTRB_SUB_PRDCT_ID = A.ATTRB_SUB_PRDCT_ID
                   AND  B.ATTRB_REGN_ID      = A.ATTRB_REGN_ID
                   AND  B.MCA_TMPLT_TYPE_CD  = A.MCA_TMPLT_TYPE_CD
                   AND  ((A.MCA_TMPLT_TYPE_CD = 'E'
                     AND  A.MCA_STAT_IN NOT IN ('L','X','T','V','S')
                     AND  B.MCA_STAT_IN NOT IN ('L','X','T','V','S'))
                     OR  (A.MCA_TMPLT_TYPE_CD = 'I'
                     AND  A.MCA_STAT_IN       = 'P'
                     AND  B.MCA_STAT_IN       = 'P'))
                 ORDER BY A.DELR_CMPNY_ID
                         ,A.CLNT_CMPNY_ID
                         ,A.ATTRB_PRDCT_ID
                         ,A.ATTRB_SUB_PRDCT_ID
                         ,A.ATTRB_REGN_ID
                         ,A.MCA_TMPLT_ID
                         ,B.MCA_TMPLT_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-CONFLICTS
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
           DISPLAY 'DPMXTCNR STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-REPORT-CONFLICTS.
      *----------------------------------*
           MOVE '2000-REPORT-CONFLICTS'     TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'CONFLICTING LIVE TEMPLATES (DPMXTCNR)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'DELR_CMPNY_ID,CLNT_CMPNY_ID,PRDCT_ID,SUB_PRDCT_ID,'
                  'REGN_ID,TMPLT_ID_1,TYPE_1,STAT_1,PBLTN_DT_1,'
                  'EXE_DT_1,END_DT_1,TMPLT_ID_2,TYPE_2,STAT_2,'
                  'PBLTN_DT_2,EXE_DT_2,END_DT_2'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-CNFL-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN TMPLT_CNFL_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-PAIR
           PERFORM UNTIL NO-MORE-PAIRS
              ADD 1                         TO WS-PAIR-CNT
              IF WS-CPA-TYPE-CD = 'E'
                 ADD 1                      TO WS-EXEC-PAIR-CNT
              ELSE
                 ADD 1                      TO WS-ISDA-PAIR-CNT
              END-IF
              PERFORM 2200-REPORT-ONE-PAIR
              PERFORM 2100-FETCH-NEXT-PAIR
           END-PERFORM

           EXEC SQL
              CLOSE TMPLT_CNFL_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-PAIR-CNT                 TO WS-CNT-ED
           STRING 'CONFLICTING PAIRS: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           MOVE WS-EXEC-PAIR-CNT            TO WS-CNT-ED
           STRING '   EXECUTED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(29:)
           END-STRING
           MOVE WS-ISDA-PAIR-CNT            TO WS-CNT-ED
           STRING '   PUBLISHED ISDA: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(51:)
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2100-FETCH-NEXT-PAIR.
      *----------------------------------*
           EXEC SQL
              FETCH TMPLT_CNFL_CSR
                INTO :WS-CP-DELR-CMPNY-ID
                    ,:WS-CP-CLNT-CMPNY-ID
                    ,:WS-CP-PRDCT-ID
                    ,:WS-CP-SUB-PRDCT-ID
                    ,:WS-CP-REGN-ID
                    ,:WS-CPA-TMPLT-ID
                    ,:WS-CPA-TYPE-CD
                    ,:WS-CPA-STAT-IN
                    ,:WS-CPA-PBLTN-DT
                    ,:WS-CPA-EXE-TS
                    ,:WS-CPA-END-DT
                    ,:WS-CPB-TMPLT-ID
                    ,:WS-CPB-TYPE-CD
                    ,:WS-CPB-STAT-IN
                    ,:WS-CPB-PBLTN-DT
                    ,:WS-CPB-EXE-TS
                    ,:WS-CPB-END-DT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-PAIRS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2200-REPORT-ONE-PAIR.
      *----------------------------------*
      * ONE PRINT LINE PER TEMPLATE (THE SHARED KEYS ON THE FIRST
      * ONLY) AND ONE CSV ROW PER PAIR.
           MOVE '2200-REPORT-ONE-PAIR'      TO WS-PARAGRAPH-NAME

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           PERFORM 2210-PRINT-ONE-TMPLT
              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 2

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           MOVE WS-CPA-TMPLT-ID             TO WS-CSV-TMPLT-ID-1
           MOVE WS-CPB-TMPLT-ID             TO WS-CSV-TMPLT-ID-2
           STRING WS-CP-DELR-CMPNY-ID
                  ',' WS-CP-CLNT-CMPNY-ID
                  ',' WS-CP-PRDCT-ID
                  ',' WS-CP-SUB-PRDCT-ID
                  ',' WS-CP-REGN-ID
                  ',' WS-CSV-TMPLT-ID-1
                  ',' WS-CPA-TYPE-CD
                  ',' WS-CPA-STAT-IN
                  ',' WS-CPA-PBLTN-DT
                  ',' WS-CPA-EXE-TS(1:10)
                  ',' WS-CPA-END-DT
                  ',' WS-CSV-TMPLT-ID-2
                  ',' WS-CPB-TYPE-CD
                  ',' WS-CPB-STAT-IN
                  ',' WS-CPB-PBLTN-DT
                  ',' WS-CPB-EXE-TS(1:10)
                  ',' WS-CPB-END-DT
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2210-PRINT-ONE-TMPLT.
      *----------------------------------*
           MOVE SPACES                      TO CL-DELR-CMPNY-ID
                                               CL-CLNT-CMPNY-ID
                                               CL-PRDCT-ID
                                               CL-SUB-PRDCT-ID
                                               CL-REGN-ID
           IF WS-SUB = 1
              MOVE WS-CP-DELR-CMPNY-ID      TO CL-DELR-CMPNY-ID
              MOVE WS-CP-CLNT-CMPNY-ID      TO CL-CLNT-CMPNY-ID
              MOVE WS-CP-PRDCT-ID           TO CL-PRDCT-ID
              MOVE WS-CP-SUB-PRDCT-ID       TO CL-SUB-PRDCT-ID
              MOVE WS-CP-REGN-ID            TO CL-REGN-ID
           END-IF
           MOVE WS-CP-TMPLT-ID(WS-SUB)      TO CL-TMPLT-ID
           MOVE WS-CP-TYPE-CD(WS-SUB)       TO CL-TYPE-CD
           MOVE WS-CP-STAT-IN(WS-SUB)       TO CL-STAT-IN
           MOVE WS-CP-PBLTN-DT(WS-SUB)      TO CL-PBLTN-DT
           MOVE WS-CP-EXE-TS(WS-SUB)(1:10)  TO CL-EXE-DT
           MOVE WS-CP-END-DT(WS-SUB)        TO CL-END-DT

           MOVE WS-CNFL-LINE                TO WS-RPTW-LINE
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
           MOVE 16                          TO RETURN-CODE
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-SUMMARY.
      *------------------------*
           DISPLAY WS-DASHES
           DISPLAY 'CONFLICTING PAIRS        :' WS-PAIR-CNT
           DISPLAY '  EXECUTED MCAS          :' WS-EXEC-PAIR-CNT
           DISPLAY '  PUBLISHED ISDA         :' WS-ISDA-PAIR-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXTCNR ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-PAIR-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
