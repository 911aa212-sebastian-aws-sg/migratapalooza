       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXSNDR.
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
      *    NAME  DPMXSNDR(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXSNDR                                            *
      *                                                                *
      * MONTHLY EXECUTED-COPY DRIFT CHECK.  WHEN DPMXMSTU EXECUTES A   *
      * TEMPLATE IT FILES A FROZEN COPY OF EVERY CATEGORY, TERM AND    *
      * VALUE ON VDPM12_MCA_DOC (TYPE 'S', KIND 'EXSN'), BUILT AND     *
      * CHECKSUMMED BY DPMXSNAP.  THIS JOB TAKES THE CURRENT FROZEN    *
      * COPY OF EACH TEMPLATE (HIGHEST VALUE ID), REBUILDS THE SAME    *
      * CONTENT FROM THE LIVE VDPM07/08/16/18/13/12 ROWS THROUGH       *
      * DPMXSNAP, AND REPORTS EVERY TEMPLATE WHOSE LIVE CONTENT NO     *
      * LONGER MATCHES: TEMPLATE, SNAPSHOT ID, COMPANY, EXECUTION      *
      * DATE, BOTH CHECKSUMS AND BYTE COUNTS, AND THE FIRST LINE THAT  *
      * DIFFERS AS FROZEN AND AS IT READS TODAY.                       *
      *                                                                *
      * EXECUTED TEMPLATES WITH NO FROZEN COPY (EXECUTED BEFORE THE    *
      * COPY WAS FILED) ARE COUNTED ON THE TOTAL LINE ONLY.            *
      *                                                                *
      * PRINT ON DD RPTPRNT AND CSV ON DD RPTCSV THROUGH DPMXRPTW.     *
      * ANY DRIFT ENDS THE STEP WITH RC 4, OTHERWISE RC 0.             *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM12_MCA_DOC        - DOCUMENT TABLE (FROZEN EXECUTED COPY)  *
      * VDPM14_MCA_TMPLT      - TEMPLATE MASTER (EXECUTED TEMPLATES)   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXSNAP - EXECUTED-COPY BUILDER                               *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXSNDR'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-SNAPS-CHECKED                 PIC S9(9) COMP VALUE 0.
       01  WS-SNAPS-DRIFTED                 PIC S9(9) COMP VALUE 0.
       01  WS-UNFROZEN-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-SNAPS                 VALUE 'Y'.
      *
       01  WS-FRZ-TMPLT-ID                  PIC S9(9) COMP.
       01  WS-FRZ-DOC-ID                    PIC S9(18)V COMP-3.
       01  WS-FRZ-CMPNY-ID                  PIC X(8).
       01  WS-FRZ-EXEC-DT                   PIC X(10).
       01  WS-FRZ-CHKSM                     PIC S9(18)V COMP-3.
       01  WS-FRZ-BLOB                      USAGE IS SQL
                                            TYPE IS BLOB(2097152).
      *
      * FIRST DIFFERENCE BETWEEN THE FROZEN AND THE LIVE COPY.
       01  WS-DIFF-POS                      PIC S9(9) COMP VALUE 0.
       01  WS-CMP-LEN                       PIC S9(9) COMP VALUE 0.
       01  WS-LINE-START                    PIC S9(9) COMP VALUE 0.
       01  WS-EXCERPT-LEN                   PIC S9(9) COMP VALUE 0.
       01  WS-SNAP-EOL                      PIC X(01) VALUE X'25'.
       01  WS-FRZ-EXCERPT                   PIC X(100) VALUE SPACES.
       01  WS-LIVE-EXCERPT                  PIC X(100) VALUE SPACES.
      *
       01  WS-DRIFT-HDG.
           05 FILLER                        PIC X(11) VALUE 'TEMPLATE'.
           05 FILLER                        PIC X(20) VALUE
              'SNAPSHOT ID'.
           05 FILLER                        PIC X(10) VALUE 'COMPANY'.
           05 FILLER                        PIC X(12) VALUE 'EXECUTED'.
           05 FILLER                        PIC X(20) VALUE
              'FROZEN CHECKSUM'.
           05 FILLER                        PIC X(20) VALUE
              'LIVE CHECKSUM'.
           05 FILLER                        PIC X(11) VALUE
              'FROZEN LEN'.
           05 FILLER                        PIC X(10) VALUE 'LIVE LEN'.
      *
       01  WS-DRIFT-LINE.
           05 DL-TMPLT-ID                   PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-DOC-ID                     PIC 9(18).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-CMPNY-ID                   PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-EXEC-DT                    PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-FRZ-CHKSM                  PIC 9(18).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-LIVE-CHKSM                 PIC 9(18).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-FRZ-LEN                    PIC Z(8)9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 DL-LIVE-LEN                   PIC Z(8)9.
      *
       01  WS-SNAP-PROGRAM                  PIC X(08) VALUE 'DPMXSNAP'.
       01  WS-SNAP-PASS-AREA.
           05 WS-SNAP-TMPLT-ID              PIC S9(9) COMP.
           05 WS-SNAP-LINE-CNT              PIC S9(9) COMP.
           05 WS-SNAP-OVERFLOW-SW           PIC X(01).
              88 SNAP-OVERFLOW              VALUE 'Y'.
           05 WS-SNAP-SQLCODE               PIC S9(9) COMP.
           05 WS-SNAP-CKS-AREA.
              10 WS-SNAP-LENGTH             PIC S9(9) COMP.
              10 WS-SNAP-CHKSM              PIC S9(18)V COMP-3.
              10 WS-SNAP-BUFFER             PIC X(2097152).
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
      * ONLY THE LATEST FROZEN COPY OF EACH TEMPLATE IS CHECKED; AN
      * EARLIER ONE WAS REPLACED BY A RE-EXECUTION.
           EXEC SQL
              DECLARE SNAP_DRIFT_CSR CURSOR FOR
                 SELECT DOC.MCA_TMPLT_ID
                       ,DOC.MCA_VALUE_ID
                       ,DOC.CMPNY_ID
                       ,CHAR(DATE(DOC.ROW_UPDT_TS))
                       ,DOC.DOC_CHKSM_NB
                       ,DOC.MCA_DOC_OBJ_TX
                 FROM   VDPM12_MCA_DOC  DOC
                 WHERE  DOC.MCA_DOC_TYPE_CD = 'S'
                   AND  DOC.DOC_KIND_CD     = 'EXSN'
                   AND  DOC.DOC_DEL_CD      = ' '
                   AND  DOC.MCA_VALUE_ID    =
                       (SELECT MAX(LTST.MCA_VALUE_ID)
                          FROM VDPM12_MCA_DOC  LTST
                         WHERE LTST.MCA_TMPLT_ID    = DOC.MCA_TMPLT_ID
                           AND LTST.MCA_DOC_TYPE_CD = 'S'
                           AND LTST.DOC_KIND_CD     = 'EXSN'
                           AND LTST.DOC_DEL_CD      = ' ')
                 ORDER BY DOC.MCA_TMPLT_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-SNAPSHOTS
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
           DISPLAY 'DPMXSNDR STARTED AT      :' WS-TS

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
       2000-CHECK-SNAPSHOTS.
      *----------------------------------*
           MOVE '2000-CHECK-SNAPSHOTS'      TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'EXECUTED COPY DRIFT CHECK (DPMXSNDR)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'TMPLT_ID,SNAP_VALUE_ID,CMPNY_ID,EXEC_DT,'
                  'FROZEN_CHKSM,LIVE_CHKSM,FROZEN_LEN,LIVE_LEN,'
                  'FIRST_DIFF_BYTE'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-DRIFT-HDG                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN SNAP_DRIFT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM12_MCA_DOC'         TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-SNAP
           PERFORM UNTIL NO-MORE-SNAPS
              ADD 1                         TO WS-SNAPS-CHECKED
              PERFORM 2200-CHECK-ONE-SNAP
              PERFORM 2100-FETCH-NEXT-SNAP
           END-PERFORM

           EXEC SQL
              CLOSE SNAP_DRIFT_CSR
           END-EXEC

           PERFORM 3000-COUNT-UNFROZEN

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-SNAPS-CHECKED            TO WS-CNT-ED
           STRING 'FROZEN COPIES CHECKED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           MOVE WS-SNAPS-DRIFTED            TO WS-CNT-ED
           STRING '   DRIFTED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(33:)
           END-STRING
           MOVE WS-UNFROZEN-CNT             TO WS-CNT-ED
           STRING '   EXECUTED WITH NO FROZEN COPY: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(54:)
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2100-FETCH-NEXT-SNAP.
      *----------------------------------*
           EXEC SQL
              FETCH SNAP_DRIFT_CSR
                INTO :WS-FRZ-TMPLT-ID
                    ,:WS-FRZ-DOC-ID
                    ,:WS-FRZ-CMPNY-ID
                    ,:WS-FRZ-EXEC-DT
                    ,:WS-FRZ-CHKSM
                    ,:WS-FRZ-BLOB
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-SNAPS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2200-CHECK-ONE-SNAP.
      *----------------------------------*
           MOVE '2200-CHECK-ONE-SNAP'       TO WS-PARAGRAPH-NAME

           MOVE WS-FRZ-TMPLT-ID             TO WS-SNAP-TMPLT-ID
           CALL WS-SNAP-PROGRAM USING WS-SNAP-PASS-AREA

           IF WS-SNAP-SQLCODE NOT = 0
              MOVE WS-SNAP-SQLCODE          TO SQLCODE
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-SNAP-CHKSM  NOT = WS-FRZ-CHKSM
            OR WS-SNAP-LENGTH NOT = WS-FRZ-BLOB-LENGTH
              ADD 1                         TO WS-SNAPS-DRIFTED
              PERFORM 2300-LOCATE-FIRST-DIFF
              PERFORM 2400-REPORT-DRIFT
           END-IF
           .
      *----------------------------------*
       2300-LOCATE-FIRST-DIFF.
      *----------------------------------*
      * WALK BOTH COPIES TO THE FIRST BYTE THAT DIFFERS (OR THE END OF
      * THE SHORTER ONE), BACK UP TO THE START OF THAT LINE AND TAKE
      * THE LINE FROM EACH SIDE.
           MOVE '2300-LOCATE-FIRST-DIFF'    TO WS-PARAGRAPH-NAME

           IF WS-SNAP-LENGTH < WS-FRZ-BLOB-LENGTH
              MOVE WS-SNAP-LENGTH           TO WS-CMP-LEN
           ELSE
              MOVE WS-FRZ-BLOB-LENGTH       TO WS-CMP-LEN
           END-IF

           MOVE 1                           TO WS-DIFF-POS
           PERFORM UNTIL WS-DIFF-POS > WS-CMP-LEN
                      OR WS-FRZ-BLOB-DATA(WS-DIFF-POS:1) NOT =
                         WS-SNAP-BUFFER(WS-DIFF-POS:1)
              ADD 1                         TO WS-DIFF-POS
           END-PERFORM

           MOVE WS-DIFF-POS                 TO WS-LINE-START
           IF WS-LINE-START > WS-CMP-LEN
              MOVE WS-CMP-LEN               TO WS-LINE-START
           END-IF
           PERFORM UNTIL WS-LINE-START <= 1
                      OR WS-SNAP-BUFFER(WS-LINE-START - 1:1)
                         = WS-SNAP-EOL
              SUBTRACT 1                    FROM WS-LINE-START
           END-PERFORM
           IF WS-LINE-START < 1
              MOVE 1                        TO WS-LINE-START
           END-IF

           MOVE SPACES                      TO WS-FRZ-EXCERPT
                                               WS-LIVE-EXCERPT
           COMPUTE WS-EXCERPT-LEN = WS-FRZ-BLOB-LENGTH
                                  - WS-LINE-START + 1
           IF WS-EXCERPT-LEN > 100
              MOVE 100                      TO WS-EXCERPT-LEN
           END-IF
           IF WS-EXCERPT-LEN > 0
              MOVE WS-FRZ-BLOB-DATA(WS-LINE-START:WS-EXCERPT-LEN)
                                            TO WS-FRZ-EXCERPT
           END-IF
           COMPUTE WS-EXCERPT-LEN = WS-SNAP-LENGTH
                                  - WS-LINE-START + 1
           IF WS-EXCERPT-LEN > 100
              MOVE 100                      TO WS-EXCERPT-LEN
           END-IF
           IF WS-EXCERPT-LEN > 0
              MOVE WS-SNAP-BUFFER(WS-LINE-START:WS-EXCERPT-LEN)
                                            TO WS-LIVE-EXCERPT
           END-IF

           INSPECT WS-FRZ-EXCERPT  REPLACING CHARACTERS BY SPACE
                                   AFTER INITIAL WS-SNAP-EOL
           INSPECT WS-FRZ-EXCERPT  REPLACING ALL WS-SNAP-EOL BY SPACE
           INSPECT WS-LIVE-EXCERPT REPLACING CHARACTERS BY SPACE
                                   AFTER INITIAL WS-SNAP-EOL
           INSPECT WS-LIVE-EXCERPT REPLACING ALL WS-SNAP-EOL BY SPACE
           .
      *----------------------------------*
       2400-REPORT-DRIFT.
      *----------------------------------*
           MOVE '2400-REPORT-DRIFT'         TO WS-PARAGRAPH-NAME

           MOVE WS-FRZ-TMPLT-ID             TO DL-TMPLT-ID
           MOVE WS-FRZ-DOC-ID               TO DL-DOC-ID
           MOVE WS-FRZ-CMPNY-ID             TO DL-CMPNY-ID
           MOVE WS-FRZ-EXEC-DT              TO DL-EXEC-DT
           MOVE WS-FRZ-CHKSM                TO DL-FRZ-CHKSM
           MOVE WS-SNAP-CHKSM               TO DL-LIVE-CHKSM
           MOVE WS-FRZ-BLOB-LENGTH          TO DL-FRZ-LEN
           MOVE WS-SNAP-LENGTH              TO DL-LIVE-LEN

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-DRIFT-LINE               TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           STRING '   FROZEN: ' WS-FRZ-EXCERPT
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           STRING '   LIVE  : ' WS-LIVE-EXCERPT
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE WS-DIFF-POS                 TO WS-CNT-ED
           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING DL-TMPLT-ID
                  ',' DL-DOC-ID
                  ',' DL-CMPNY-ID
                  ',' DL-EXEC-DT
                  ',' DL-FRZ-CHKSM
                  ',' DL-LIVE-CHKSM
                  ',' DL-FRZ-LEN
                  ',' DL-LIVE-LEN
                  ',' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           DISPLAY '*** EXECUTED COPY DRIFT ***'
           DISPLAY 'TEMPLATE ID              :' WS-FRZ-TMPLT-ID
           DISPLAY 'SNAPSHOT VALUE ID        :' WS-FRZ-DOC-ID
           DISPLAY 'FIRST DIFFERENT BYTE     :' WS-DIFF-POS
           .
      *----------------------------------*
       3000-COUNT-UNFROZEN.
      *----------------------------------*
           MOVE '3000-COUNT-UNFROZEN'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-UNFROZEN-CNT
                FROM  VDPM14_MCA_TMPLT  DPM14
               WHERE  DPM14.MCA_TMPLT_TYPE_CD = 'E'
                 AND  NOT EXISTS
                     (SELECT 1
                        FROM VDPM12_MCA_DOC  DOC
                       WHERE DOC.MCA_TMPLT_ID    = DPM14.MCA_TMPLT_ID
                         AND DOC.MCA_DOC_TYPE_CD = 'S'
                         AND DOC.DOC_KIND_CD     = 'EXSN'
                         AND DOC.DOC_DEL_CD      = ' ')
                WITH  UR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
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
           DISPLAY 'FROZEN COPIES CHECKED    :' WS-SNAPS-CHECKED
           DISPLAY 'FROZEN COPIES DRIFTED    :' WS-SNAPS-DRIFTED
           DISPLAY 'EXECUTED, NO FROZEN COPY :' WS-UNFROZEN-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXSNDR ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-SNAPS-DRIFTED > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
