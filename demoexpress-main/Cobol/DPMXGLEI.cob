       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXGLEI.
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
      *    NAME  DPMXGLEI(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXGLEI                                            *
      *                                                                *
      * WEEKLY GLEIF GOLDEN-COPY RECONCILIATION OF THE COMPANY LEI     *
      * REGISTRY VDPM61_CMPNY_LEI.  DD GLEIFGC IS THE GOLDEN-COPY      *
      * EXTRACT IN FIXED FORMAT, ONE RECORD PER LEI: LEI X(20), LEGAL  *
      * NAME X(200), ENTITY STATUS X(10), REGISTRATION STATUS X(20),   *
      * SUCCESSOR LEI X(20).  EVERY RECORD WHOSE LEI IS ON THE         *
      * REGISTRY UPDATES THE ROW WITH THE GLEIF NAME AND STATUS:       *
      *                                                                *
      *   ISSUED, PENDING_TRANSFER, PENDING_ARCHIVAL -> 'I' ISSUED     *
      *   LAPSED                                     -> 'L' LAPSED     *
      *   MERGED                                     -> 'M' MERGED     *
      *   RETIRED, ANNULLED, DUPLICATE (ANY OTHER)   -> 'R' RETIRED    *
      *                                                                *
      * THE GLEIF LEGAL NAME IS COMPARED WITH THE COMPANY NAME ON      *
      * VDPM01 (OR VDPM02 FOR A DEALER) IGNORING CASE; NM_MTCH_IN      *
      * RECORDS THE RESULT.  REGISTRY ROWS THE FILE NEVER MENTIONED    *
      * BECOME 'N' (NOT IN GOLDEN COPY).                               *
      *                                                                *
      * THE EXCEPTION REPORT (DPMXRPTW) LISTS EVERY LAPSED, RETIRED,   *
      * MERGED (WITH ITS SUCCESSOR) OR UNKNOWN LEI AND EVERY NAME      *
      * MISMATCH.  ANY EXCEPTION ENDS THE STEP WITH RC 4.  AN EMPTY    *
      * GOLDEN-COPY FILE CANCELS THE RUN WITH RC 16 BEFORE ANY ROW     *
      * IS MARKED 'N'.                                                 *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM61_CMPNY_LEI     - COMPANY LEI REGISTRY                    *
      * VDPM01_MCA_CMPNY / VDPM02_DELR_CMPNY - COMPANY NAMES           *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM6101                                                *
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLEIFGC          ASSIGN TO GLEIFGC
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GLEIFGC
           RECORDING MODE IS F.
       01  GLEIFGC-REC.
           05 GC-LEI-ID                     PIC X(20).
           05 GC-LGL-NM                     PIC X(200).
           05 GC-ENTY-STAT-TX               PIC X(10).
           05 GC-RGSTN-STAT-TX              PIC X(20).
              88 GC-RGSTN-ISSUED            VALUE 'ISSUED'
                                                  'PENDING_TRANSFER'
                                                  'PENDING_ARCHIVAL'.
              88 GC-RGSTN-LAPSED            VALUE 'LAPSED'.
              88 GC-RGSTN-MERGED            VALUE 'MERGED'.
           05 GC-SCSR-LEI-ID                PIC X(20).
           05 FILLER                        PIC X(30).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXGLEI'.
       01  WS-TS                            PIC X(26).
       01  WS-RUN-TS                        PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-CMPNY-NM                      PIC X(255) VALUE SPACES.
       01  WS-CMPNY-NM-UC                   PIC X(200) VALUE SPACES.
       01  WS-GLEIF-NM-UC                   PIC X(200) VALUE SPACES.
       01  WS-LOWER-CASE                    PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                    PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-EXCP-TX                       PIC X(20) VALUE SPACES.
      *
       01  WS-REC-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-MATCH-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-ISSUED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-LAPSED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-RETIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-MERGED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-NM-MISMATCH-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-NOT-FOUND-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-EXCP-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-FILE-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-RECS                  VALUE 'Y'.
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
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
              INCLUDE DPM6101
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * REGISTRY ROWS THE GOLDEN-COPY FILE DID NOT MENTION THIS RUN
           EXEC SQL
              DECLARE GLEI_MISS_CSR CURSOR WITH HOLD FOR
                 SELECT L.CMPNY_ID
                       ,L.LEI_ID
                       ,COALESCE(C1.CMPNY_NM, C2.CMPNY_NM, ' ')
                 FROM   VDPM61_CMPNY_LEI L
                 LEFT OUTER JOIN VDPM01_MCA_CMPNY C1
                   ON   C1.CMPNY_ID = L.CMPNY_ID
                 LEFT OUTER JOIN VDPM02_DELR_CMPNY C2
                   ON   C2.CMPNY_ID = L.CMPNY_ID
                 WHERE  L.RCNCL_TS < :WS-RUN-TS
                 ORDER BY L.CMPNY_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE-GOLDEN-COPY
           PERFORM 3000-MARK-NOT-IN-GLEIF
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
           MOVE WS-TS                       TO WS-RUN-TS
           DISPLAY WS-DASHES
           DISPLAY 'DPMXGLEI STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'LEI GLEIF GOLDEN-COPY EXCEPTIONS (DPMXGLEI)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'CMPNY_ID,LEI,STATUS,EXCEPTION,'
                  'SUCCESSOR_LEI,CMPNY_NM,GLEIF_NM'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2000-RECONCILE-GOLDEN-COPY.
      *----------------------------------*
           MOVE '2000-RECONCILE-GOLDEN-COPY' TO WS-PARAGRAPH-NAME

           OPEN INPUT GLEIFGC

           PERFORM 2100-READ-NEXT-GC
           PERFORM UNTIL NO-MORE-RECS
              ADD 1                         TO WS-REC-CNT
              PERFORM 2200-RECONCILE-ONE-LEI THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-GC
           END-PERFORM

           CLOSE GLEIFGC

           IF WS-REC-CNT = 0
              DISPLAY 'GOLDEN-COPY FILE IS EMPTY - RUN CANCELLED'
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2100-READ-NEXT-GC.
      *----------------------------------*
           READ GLEIFGC
              AT END
                 SET NO-MORE-RECS           TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-RECONCILE-ONE-LEI.
      *----------------------------------*
           MOVE '2200-RECONCILE-ONE-LEI'    TO WS-PARAGRAPH-NAME

           MOVE GC-LEI-ID                   TO D61A-LEI-ID

           EXEC SQL
              SELECT L.CMPNY_ID
                    ,COALESCE(C1.CMPNY_NM, C2.CMPNY_NM, ' ')
                INTO :D61A-CMPNY-ID
                    ,:WS-CMPNY-NM
                FROM VDPM61_CMPNY_LEI L
                LEFT OUTER JOIN VDPM01_MCA_CMPNY C1
                  ON C1.CMPNY_ID = L.CMPNY_ID
                LEFT OUTER JOIN VDPM02_DELR_CMPNY C2
                  ON C2.CMPNY_ID = L.CMPNY_ID
               WHERE L.LEI_ID = :D61A-LEI-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-MATCH-CNT
              WHEN +100
                 GO TO 2200-EXIT
              WHEN OTHER
                 MOVE 'VDPM61_CMPNY_LEI'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE GC-LGL-NM                   TO D61A-GLEIF-LGL-NM
           MOVE GC-RGSTN-STAT-TX            TO D61A-GLEIF-RGSTN-STAT-TX
           MOVE GC-SCSR-LEI-ID              TO D61A-SCSR-LEI-ID
           MOVE SPACES                      TO WS-EXCP-TX

           EVALUATE TRUE
              WHEN GC-RGSTN-ISSUED
                 SET D61A-LEI-ISSUED        TO TRUE
                 ADD 1                      TO WS-ISSUED-CNT
              WHEN GC-RGSTN-LAPSED
                 SET D61A-LEI-LAPSED        TO TRUE
                 ADD 1                      TO WS-LAPSED-CNT
                 MOVE 'LEI LAPSED'          TO WS-EXCP-TX
              WHEN GC-RGSTN-MERGED
                 SET D61A-LEI-MERGED        TO TRUE
                 ADD 1                      TO WS-MERGED-CNT
                 MOVE 'LEI MERGED'          TO WS-EXCP-TX
              WHEN OTHER
                 SET D61A-LEI-RETIRED       TO TRUE
                 ADD 1                      TO WS-RETIRED-CNT
                 MOVE 'LEI RETIRED'         TO WS-EXCP-TX
           END-EVALUATE

           MOVE WS-CMPNY-NM                 TO WS-CMPNY-NM-UC
           MOVE GC-LGL-NM                   TO WS-GLEIF-NM-UC
           INSPECT WS-CMPNY-NM-UC
              CONVERTING WS-LOWER-CASE      TO WS-UPPER-CASE
           INSPECT WS-GLEIF-NM-UC
              CONVERTING WS-LOWER-CASE      TO WS-UPPER-CASE

           IF WS-CMPNY-NM-UC = WS-GLEIF-NM-UC
              SET D61A-NAME-MATCHES         TO TRUE
           ELSE
              SET D61A-NAME-MISMATCH        TO TRUE
              ADD 1                         TO WS-NM-MISMATCH-CNT
              IF WS-EXCP-TX = SPACES
                 MOVE 'NAME MISMATCH'       TO WS-EXCP-TX
              ELSE
                 MOVE '+NAME'               TO WS-EXCP-TX(12:5)
              END-IF
           END-IF

           EXEC SQL
              UPDATE VDPM61_CMPNY_LEI
                 SET LEI_STAT_CD         = :D61A-LEI-STAT-CD
                    ,GLEIF_LGL_NM        = :D61A-GLEIF-LGL-NM
                    ,GLEIF_RGSTN_STAT_TX = :D61A-GLEIF-RGSTN-STAT-TX
                    ,SCSR_LEI_ID         = :D61A-SCSR-LEI-ID
                    ,NM_MTCH_IN          = :D61A-NM-MTCH-IN
                    ,RCNCL_TS            = :WS-RUN-TS
                    ,ROW_UPDT_TS         = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID    = :WS-USER-ID
               WHERE CMPNY_ID            = :D61A-CMPNY-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM61_CMPNY_LEI'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-EXCP-TX NOT = SPACES
              PERFORM 5000-REPORT-EXCEPTION
           END-IF
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       3000-MARK-NOT-IN-GLEIF.
      *----------------------------------*
      * A REGISTRY LEI THE GOLDEN COPY DOES NOT CARRY IS UNKNOWN TO
      * GLEIF - MISTYPED BUT CHECK-DIGIT VALID, OR NEVER ISSUED.

           MOVE '3000-MARK-NOT-IN-GLEIF'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN GLEI_MISS_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM61_CMPNY_LEI'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3100-FETCH-NEXT-MISS
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 3200-MARK-ONE-MISS
              PERFORM 3100-FETCH-NEXT-MISS
           END-PERFORM

           EXEC SQL
              CLOSE GLEI_MISS_CSR
           END-EXEC
           .
      *----------------------------------*
       3100-FETCH-NEXT-MISS.
      *----------------------------------*
           EXEC SQL
              FETCH GLEI_MISS_CSR
                INTO :D61A-CMPNY-ID
                    ,:D61A-LEI-ID
                    ,:WS-CMPNY-NM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM61_CMPNY_LEI'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3200-MARK-ONE-MISS.
      *----------------------------------*
           MOVE '3200-MARK-ONE-MISS'        TO WS-PARAGRAPH-NAME

           SET D61A-LEI-NOT-IN-GLEIF        TO TRUE

           EXEC SQL
              UPDATE VDPM61_CMPNY_LEI
                 SET LEI_STAT_CD         = :D61A-LEI-STAT-CD
                    ,GLEIF_LGL_NM        = ' '
                    ,GLEIF_RGSTN_STAT_TX = ' '
                    ,SCSR_LEI_ID         = ' '
                    ,NM_MTCH_IN          = ' '
                    ,RCNCL_TS            = :WS-RUN-TS
                    ,ROW_UPDT_TS         = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID    = :WS-USER-ID
               WHERE CMPNY_ID            = :D61A-CMPNY-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM61_CMPNY_LEI'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-NOT-FOUND-CNT
           MOVE SPACES                      TO D61A-GLEIF-LGL-NM
                                               D61A-SCSR-LEI-ID
           MOVE 'NOT IN GOLDEN COPY'        TO WS-EXCP-TX
           PERFORM 5000-REPORT-EXCEPTION
           .
      *----------------------------------*
       4000-CLOSE-REPORT.
      *----------------------------------*
           MOVE '4000-CLOSE-REPORT'         TO WS-PARAGRAPH-NAME

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-EXCP-CNT                 TO WS-CNT-ED
           STRING 'LEI EXCEPTIONS: ' WS-CNT-ED
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

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING D61A-CMPNY-ID
                  ' '  D61A-LEI-ID
                  ' '  D61A-LEI-STAT-CD
                  ' '  WS-EXCP-TX
                  ' '  D61A-SCSR-LEI-ID
                  ' '  WS-CMPNY-NM(1:28)
                  ' '  D61A-GLEIF-LGL-NM(1:28)
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING D61A-CMPNY-ID
                  ',' D61A-LEI-ID
                  ',' D61A-LEI-STAT-CD
                  ',' WS-EXCP-TX
                  ',' D61A-SCSR-LEI-ID
                  ',' WS-CMPNY-NM(1:90)
                  ',' D61A-GLEIF-LGL-NM(1:90)
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
           DISPLAY 'GOLDEN-COPY RECORDS READ :' WS-REC-CNT
           DISPLAY 'REGISTRY LEIS MATCHED    :' WS-MATCH-CNT
           DISPLAY '  ISSUED                 :' WS-ISSUED-CNT
           DISPLAY '  LAPSED                 :' WS-LAPSED-CNT
           DISPLAY '  RETIRED                :' WS-RETIRED-CNT
           DISPLAY '  MERGED                 :' WS-MERGED-CNT
           DISPLAY 'NAME MISMATCHES          :' WS-NM-MISMATCH-CNT
           DISPLAY 'NOT IN GOLDEN COPY       :' WS-NOT-FOUND-CNT
           DISPLAY 'EXCEPTIONS REPORTED      :' WS-EXCP-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXGLEI ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-EXCP-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
