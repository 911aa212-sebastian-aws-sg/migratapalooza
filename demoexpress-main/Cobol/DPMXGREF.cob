       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXGREF.
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
      *    NAME  DPMXGREF(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXGREF                                            *
      *                                                                *
      * CLIENT REFERENCE-DATA GOLDEN-SOURCE RECONCILIATION FOR         *
      * VDPM01_MCA_CMPNY.  THE FIRM'S REFERENCE-DATA SYSTEM IS THE     *
      * RECORD OF LEGAL NAME, STATUS AND EFFECTIVE DATES.  MODES:      *
      *                                                                *
      * MODE 'D' (DAILY): MATCHES DD GOLDSRC (SORTED BY COMPANY ID)    *
      * TO VDPM01 BY CMPNY_ID AND COMPARES:                            *
      *                                                                *
      *   NAME     - A DIFFERENCE OF LETTER CASE AND/OR TRAILING       *
      *              PUNCTUATION (. , ; :) ONLY IS SAFE AND THE        *
      *              GOLDEN NAME IS APPLIED TO VDPM01 AT ONCE, WITH A  *
      *              VDPM59_CMPNY_HIST ROW (MAKER DPMXGREF, CHECKER    *
      *              THE RUN USER).  NOT APPLIED WHILE A MAKER-CHECKER *
      *              CHANGE IS PENDING FOR THE COMPANY (VDPM58), SINCE *
      *              IT WOULD INVALIDATE THAT PROPOSAL - QUEUED        *
      *              INSTEAD.  ANY OTHER NAME DIFFERENCE IS QUEUED.    *
      *   STATUS   - ALWAYS QUEUED (DEACTIVATION HAS ITS OWN CASCADE). *
      *   DATES    - EFFV_START_DT / EFFV_END_DT, ALWAYS QUEUED.       *
      *   ONE SIDE - A GOLDEN RECORD WITH NO VDPM01 ROW, OR A CLIENT   *
      *              ('C') ON VDPM01 MISSING FROM THE FILE, IS QUEUED. *
      *              DEALER ROWS ARE NOT EXPECTED ON THE FILE.         *
      *                                                                *
      * THE EXCEPTION QUEUE IS VDPM65_REFD_EXCP.  A DIFFERENCE ALREADY *
      * OPEN IS REFRESHED RATHER THAN DUPLICATED; ONE OPS HAVE IGNORED *
      * STAYS QUIET WHILE THE TWO VALUES ARE UNCHANGED; AN OPEN ENTRY  *
      * WHOSE DIFFERENCE HAS GONE IS CLEARED ('C').  EVERY DIFFERENCE  *
      * IS LISTED VIA DPMXRPTW.  AN EMPTY OR OUT-OF-SEQUENCE FILE      *
      * CANCELS THE RUN (RC 16) WITH NOTHING APPLIED.                  *
      *                                                                *
      * MODE 'R' (RESOLVE): OPS WORK THE QUEUE FROM DD EXCPRSLV.       *
      * CARD: EXCEPTION ID 9(9), BLANK, ACTION X(1) (R = RESOLVED -    *
      * CORRECTED THROUGH NORMAL MAINTENANCE, I = IGNORE - ACCEPTED    *
      * DIFFERENCE).  ONLY OPEN ENTRIES CAN BE RESOLVED OR IGNORED.    *
      *                                                                *
      * QUEUED DIFFERENCES (MODE D) OR REJECTED CARDS (MODE R) END THE *
      * STEP WITH RC 4.                                                *
      *                                                                *
      * SYSIN CARDS: 1) MODE (D / R)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM01_MCA_CMPNY      - COMPANY MASTER                         *
      * VDPM58_CMPNY_CHG      - STAGED (MAKER) COMPANY CHANGES         *
      * VDPM59_CMPNY_HIST     - COMPANY FIELD-LEVEL CHANGE HISTORY     *
      * VDPM65_REFD_EXCP      - REFERENCE-DATA EXCEPTION QUEUE         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM0101 / DPM5901 / DPM6501                            *
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
           SELECT GOLDSRC          ASSIGN TO GOLDSRC
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT EXCPRSLV         ASSIGN TO EXCPRSLV
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GOLDSRC
           RECORDING MODE IS F.
       01  GOLDSRC-REC.
           05 GS-CMPNY-ID                   PIC X(8).
           05 GS-LGL-NM                     PIC X(255).
           05 GS-STAT-IN                    PIC X(1).
           05 GS-EFFV-START-DT              PIC X(10).
           05 GS-EFFV-END-DT                PIC X(10).
           05 FILLER                        PIC X(16).
      *
       FD  EXCPRSLV
           RECORDING MODE IS F.
       01  EXCPRSLV-REC.
           05 ER-EXCP-ID                    PIC 9(9).
           05 FILLER                        PIC X(1).
           05 ER-ACTION-CD                  PIC X(1).
              88 ER-RESOLVED                VALUE 'R'.
              88 ER-IGNORE                  VALUE 'I'.
           05 FILLER                        PIC X(69).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXGREF'.
       01  WS-TS                            PIC X(26).
       01  WS-RUN-TS                        PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 DAILY-MODE                    VALUE 'D'.
           88 RESOLVE-MODE                  VALUE 'R'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-GOLD-KEY                      PIC X(8)  VALUE LOW-VALUES.
       01  WS-PREV-GOLD-KEY                 PIC X(8)  VALUE LOW-VALUES.
       01  WS-MSTR-KEY                      PIC X(8)  VALUE LOW-VALUES.
      *
       01  WS-M-CMPNY-TYPE-CD               PIC X(1)  VALUE SPACES.
           88 WS-M-CLIENT                   VALUE 'C'.
       01  WS-M-CMPNY-NM                    PIC X(255) VALUE SPACES.
       01  WS-M-STAT-IN                     PIC X(1)  VALUE SPACES.
       01  WS-M-EFFV-START-DT               PIC X(10) VALUE SPACES.
       01  WS-M-EFFV-END-DT                 PIC X(10) VALUE SPACES.
       01  WS-M-PNDG-CHG-IN                 PIC X(1)  VALUE 'N'.
           88 WS-M-CHANGE-PENDING           VALUE 'Y'.
      *
       01  WS-OUR-NM-NORM                   PIC X(255) VALUE SPACES.
       01  WS-GOLD-NM-NORM                  PIC X(255) VALUE SPACES.
       01  WS-NORM-NM                       PIC X(255) VALUE SPACES.
       01  WS-NORM-POS                      PIC S9(4) COMP VALUE 0.
       01  WS-LOWER-CASE                    PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                    PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
       01  WS-OUR-DATES.
           05 WS-OUR-START-DT               PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-OUR-END-DT                 PIC X(10).
       01  WS-GOLD-DATES.
           05 WS-GOLD-START-DT              PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-GOLD-END-DT                PIC X(10).
      *
       01  WS-EXCP-TYPE-CD                  PIC X(1)  VALUE SPACES.
       01  WS-OUR-VALUE-TX                  PIC X(255) VALUE SPACES.
       01  WS-GOLD-VALUE-TX                 PIC X(255) VALUE SPACES.
       01  WS-ACTION-TX                     PIC X(10) VALUE SPACES.
       01  WS-EXCP-SEQ                      PIC S9(9) COMP VALUE 0.
       01  WS-OLD-EXCP-FOUND-SW             PIC X(01) VALUE 'N'.
           88 OLD-EXCP-FOUND                VALUE 'Y'.
      *
       01  WS-GOLD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-MSTR-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-MATCH-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-APPLIED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-QUEUED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-STILL-OPEN-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-IGNORED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-CLEARED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-RESOLVED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-EXCP-ID-ED                    PIC Z(8)9.
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
              INCLUDE DPM0101
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM5901
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM6501
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE GREF_CMPNY_CSR CURSOR FOR
                 SELECT C.CMPNY_ID
                       ,C.CMPNY_TYPE_CD
                       ,C.CMPNY_NM
                       ,C.CMPNY_STAT_IN
                       ,CHAR(C.EFFV_START_DT, ISO)
                       ,CHAR(C.EFFV_END_DT, ISO)
                       ,CASE WHEN EXISTS
                                  (SELECT 1
                                     FROM VDPM58_CMPNY_CHG G
                                    WHERE G.CMPNY_ID    = C.CMPNY_ID
                                      AND G.CHG_STAT_CD = 'P')
                             THEN 'Y' ELSE 'N' END
                 FROM   VDPM01_MCA_CMPNY C
                 ORDER BY C.CMPNY_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN DAILY-MODE
                 PERFORM 2000-RECONCILE-GOLDEN-SOURCE
                 PERFORM 6000-CLEAR-GONE-EXCEPTIONS
                 PERFORM 7000-CLOSE-REPORT
              WHEN OTHER
                 PERFORM 8000-RESOLVE-EXCEPTIONS
           END-EVALUATE
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
           DISPLAY 'DPMXGREF STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT DAILY-MODE AND NOT RESOLVE-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES

           IF DAILY-MODE
              MOVE 'O'                      TO WS-RPTW-FUNC-CD
              MOVE 'CLIENT REFERENCE-DATA RECONCILIATION (DPMXGREF)'
                                            TO WS-RPTW-TITLE
              MOVE SPACES                   TO WS-RPTW-CSV
              STRING 'CMPNY_ID,DIFFERENCE,ACTION,'
                     'VDPM01_VALUE,GOLDEN_VALUE'
                     DELIMITED BY SIZE INTO WS-RPTW-CSV
              END-STRING
              CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           END-IF
           .
      *----------------------------------*
       2000-RECONCILE-GOLDEN-SOURCE.
      *----------------------------------*
      * BALANCED-LINE MATCH OF THE SORTED FILE AGAINST VDPM01 IN
      * CMPNY_ID ORDER.  AN EXHAUSTED SIDE'S KEY IS HIGH-VALUES.

           MOVE '2000-RECONCILE-GOLDEN-SOURCE' TO WS-PARAGRAPH-NAME

           OPEN INPUT GOLDSRC

           EXEC SQL
              OPEN GREF_CMPNY_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM01_MCA_CMPNY'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-READ-NEXT-GOLD
           IF NO-MORE-RECS
              DISPLAY 'GOLDEN-SOURCE FILE IS EMPTY - RUN CANCELLED'
              PERFORM 9050-CANCEL-RUN
           END-IF
           PERFORM 2200-FETCH-NEXT-MSTR

           PERFORM UNTIL WS-GOLD-KEY = HIGH-VALUES
                     AND WS-MSTR-KEY = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-GOLD-KEY < WS-MSTR-KEY
                    PERFORM 3000-GOLDEN-ONLY
                    PERFORM 2100-READ-NEXT-GOLD
                 WHEN WS-GOLD-KEY > WS-MSTR-KEY
                    PERFORM 3100-MASTER-ONLY THRU 3100-EXIT
                    PERFORM 2200-FETCH-NEXT-MSTR
                 WHEN OTHER
                    ADD 1                   TO WS-MATCH-CNT
                    PERFORM 4000-COMPARE-COMPANY
                    PERFORM 2100-READ-NEXT-GOLD
                    PERFORM 2200-FETCH-NEXT-MSTR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE GREF_CMPNY_CSR
           END-EXEC

           CLOSE GOLDSRC
           .
      *----------------------------------*
       2100-READ-NEXT-GOLD.
      *----------------------------------*
           READ GOLDSRC
              AT END
                 SET NO-MORE-RECS           TO TRUE
           END-READ

           IF NO-MORE-RECS
              MOVE HIGH-VALUES              TO WS-GOLD-KEY
           ELSE
              ADD 1                         TO WS-GOLD-CNT
              MOVE GS-CMPNY-ID              TO WS-GOLD-KEY
              IF WS-GOLD-KEY NOT > WS-PREV-GOLD-KEY
                 DISPLAY 'GOLDEN-SOURCE FILE OUT OF SEQUENCE AT '
                         WS-GOLD-KEY ' RECORD ' WS-GOLD-CNT
                         ' - RUN CANCELLED'
                 PERFORM 9050-CANCEL-RUN
              END-IF
              MOVE WS-GOLD-KEY              TO WS-PREV-GOLD-KEY
           END-IF
           .
      *----------------------------------*
       2200-FETCH-NEXT-MSTR.
      *----------------------------------*
           MOVE '2200-FETCH-NEXT-MSTR'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH GREF_CMPNY_CSR
                INTO :WS-MSTR-KEY
                    ,:WS-M-CMPNY-TYPE-CD
                    ,:WS-M-CMPNY-NM
                    ,:WS-M-STAT-IN
                    ,:WS-M-EFFV-START-DT
                    ,:WS-M-EFFV-END-DT
                    ,:WS-M-PNDG-CHG-IN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-MSTR-CNT
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
                 MOVE HIGH-VALUES           TO WS-MSTR-KEY
              WHEN OTHER
                 MOVE 'VDPM01_MCA_CMPNY'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-GOLDEN-ONLY.
      *----------------------------------*
           MOVE GS-CMPNY-ID                 TO D65A-CMPNY-ID
           SET D65A-EXCP-GOLDEN-ONLY        TO TRUE
           MOVE D65A-EXCP-TYPE-CD           TO WS-EXCP-TYPE-CD
           MOVE SPACES                      TO WS-OUR-VALUE-TX
           MOVE GS-LGL-NM                   TO WS-GOLD-VALUE-TX
           PERFORM 5000-QUEUE-EXCEPTION THRU 5000-EXIT
           .
      *----------------------------------*
       3100-MASTER-ONLY.
      *----------------------------------*
      * ONLY CLIENTS ARE EXPECTED ON THE REFERENCE-DATA FILE.

           IF NOT WS-M-CLIENT
              GO TO 3100-EXIT
           END-IF

           MOVE WS-MSTR-KEY                 TO D65A-CMPNY-ID
           SET D65A-EXCP-MASTER-ONLY        TO TRUE
           MOVE D65A-EXCP-TYPE-CD           TO WS-EXCP-TYPE-CD
           MOVE WS-M-CMPNY-NM               TO WS-OUR-VALUE-TX
           MOVE SPACES                      TO WS-GOLD-VALUE-TX
           PERFORM 5000-QUEUE-EXCEPTION THRU 5000-EXIT
           .
       3100-EXIT.
           EXIT.
      *----------------------------------*
       4000-COMPARE-COMPANY.
      *----------------------------------*
           MOVE '4000-COMPARE-COMPANY'      TO WS-PARAGRAPH-NAME
           MOVE WS-MSTR-KEY                 TO D65A-CMPNY-ID

      *    --- LEGAL NAME ---
           IF GS-LGL-NM NOT = SPACES
            AND GS-LGL-NM NOT = WS-M-CMPNY-NM
              MOVE WS-M-CMPNY-NM            TO WS-NORM-NM
              PERFORM 4100-NORMALIZE-NAME
              MOVE WS-NORM-NM               TO WS-OUR-NM-NORM
              MOVE GS-LGL-NM                TO WS-NORM-NM
              PERFORM 4100-NORMALIZE-NAME
              MOVE WS-NORM-NM               TO WS-GOLD-NM-NORM

              IF WS-OUR-NM-NORM = WS-GOLD-NM-NORM
               AND NOT WS-M-CHANGE-PENDING
                 PERFORM 4200-APPLY-SAFE-NAME
              ELSE
                 SET D65A-EXCP-NAME         TO TRUE
                 MOVE D65A-EXCP-TYPE-CD     TO WS-EXCP-TYPE-CD
                 MOVE WS-M-CMPNY-NM         TO WS-OUR-VALUE-TX
                 MOVE GS-LGL-NM             TO WS-GOLD-VALUE-TX
                 PERFORM 5000-QUEUE-EXCEPTION THRU 5000-EXIT
              END-IF
           END-IF

      *    --- STATUS ---
           IF GS-STAT-IN NOT = SPACES
            AND GS-STAT-IN NOT = WS-M-STAT-IN
              SET D65A-EXCP-STATUS          TO TRUE
              MOVE D65A-EXCP-TYPE-CD        TO WS-EXCP-TYPE-CD
              MOVE WS-M-STAT-IN             TO WS-OUR-VALUE-TX
              MOVE GS-STAT-IN               TO WS-GOLD-VALUE-TX
              PERFORM 5000-QUEUE-EXCEPTION THRU 5000-EXIT
           END-IF

      *    --- EFFECTIVE DATES ---
           IF GS-EFFV-START-DT NOT = SPACES
            AND (GS-EFFV-START-DT NOT = WS-M-EFFV-START-DT
             OR  GS-EFFV-END-DT   NOT = WS-M-EFFV-END-DT)
              MOVE WS-M-EFFV-START-DT       TO WS-OUR-START-DT
              MOVE WS-M-EFFV-END-DT         TO WS-OUR-END-DT
              MOVE GS-EFFV-START-DT         TO WS-GOLD-START-DT
              MOVE GS-EFFV-END-DT           TO WS-GOLD-END-DT
              SET D65A-EXCP-EFFV-DATES      TO TRUE
              MOVE D65A-EXCP-TYPE-CD        TO WS-EXCP-TYPE-CD
              MOVE WS-OUR-DATES             TO WS-OUR-VALUE-TX
              MOVE WS-GOLD-DATES            TO WS-GOLD-VALUE-TX
              PERFORM 5000-QUEUE-EXCEPTION THRU 5000-EXIT
           END-IF
           .
      *----------------------------------*
       4100-NORMALIZE-NAME.
      *----------------------------------*
      * UPPER CASE, THEN DROP TRAILING BLANKS AND PUNCTUATION.

           INSPECT WS-NORM-NM
              CONVERTING WS-LOWER-CASE      TO WS-UPPER-CASE

           PERFORM VARYING WS-NORM-POS FROM 255 BY -1
                     UNTIL WS-NORM-POS < 1
                        OR (WS-NORM-NM(WS-NORM-POS:1) NOT = SPACE
                        AND WS-NORM-NM(WS-NORM-POS:1) NOT = '.'
                        AND WS-NORM-NM(WS-NORM-POS:1) NOT = ','
                        AND WS-NORM-NM(WS-NORM-POS:1) NOT = ';'
                        AND WS-NORM-NM(WS-NORM-POS:1) NOT = ':')
              MOVE SPACE                    TO WS-NORM-NM(WS-NORM-POS:1)
           END-PERFORM
           .
      *----------------------------------*
       4200-APPLY-SAFE-NAME.
      *----------------------------------*
           MOVE '4200-APPLY-SAFE-NAME'      TO WS-PARAGRAPH-NAME

           MOVE WS-MSTR-KEY                 TO D001-CMPNY-ID
           MOVE GS-LGL-NM                   TO D001-CMPNY-NM

           EXEC SQL
              UPDATE VDPM01_MCA_CMPNY
                 SET CMPNY_NM         = :D001-CMPNY-NM
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE CMPNY_ID         = :D001-CMPNY-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM01_MCA_CMPNY'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D001-CMPNY-ID               TO D59A-CMPNY-ID
           MOVE 0                           TO D59A-CMPNY-CHG-ID
           MOVE 'CMPNY_NM'                  TO D59A-COL-NM
           MOVE WS-M-CMPNY-NM               TO D59A-OLD-VALUE-TX
           MOVE GS-LGL-NM                   TO D59A-NEW-VALUE-TX
           MOVE WS-PROGRAM                  TO D59A-MAKER-USER-ID
           MOVE WS-USER-ID                  TO D59A-CHKR-USER-ID
           MOVE WS-RUN-TS                   TO D59A-CHG-TS

           EXEC SQL
              INSERT INTO VDPM59_CMPNY_HIST
                 (CMPNY_ID
                 ,CMPNY_CHG_ID
                 ,COL_NM
                 ,OLD_VALUE_TX
                 ,NEW_VALUE_TX
                 ,MAKER_USER_ID
                 ,CHKR_USER_ID
                 ,CHG_TS)
                 VALUES
                 (:D59A-CMPNY-ID
                 ,:D59A-CMPNY-CHG-ID
                 ,:D59A-COL-NM
                 ,:D59A-OLD-VALUE-TX
                 ,:D59A-NEW-VALUE-TX
                 ,:D59A-MAKER-USER-ID
                 ,:D59A-CHKR-USER-ID
                 ,:D59A-CHG-TS)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM59_CMPNY_HIST'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-APPLIED-CNT
           MOVE 'N'                         TO WS-EXCP-TYPE-CD
           MOVE WS-M-CMPNY-NM               TO WS-OUR-VALUE-TX
           MOVE GS-LGL-NM                   TO WS-GOLD-VALUE-TX
           MOVE 'APPLIED'                   TO WS-ACTION-TX
           PERFORM 5900-REPORT-DIFFERENCE
           .
      *----------------------------------*
       5000-QUEUE-EXCEPTION.
      *----------------------------------*
      * D65A-CMPNY-ID AND WS-EXCP-TYPE-CD / WS-OUR-VALUE-TX /
      * WS-GOLD-VALUE-TX DESCRIBE THE DIFFERENCE.  THE MOST RECENT
      * OPEN OR IGNORED ENTRY FOR THE COMPANY AND TYPE DECIDES
      * WHETHER IT IS NEW.

           MOVE '5000-QUEUE-EXCEPTION'      TO WS-PARAGRAPH-NAME
           MOVE WS-EXCP-TYPE-CD             TO D65A-EXCP-TYPE-CD
           MOVE 'N'                         TO WS-OLD-EXCP-FOUND-SW

           EXEC SQL
              SELECT EXCP_ID
                    ,EXCP_STAT_CD
                    ,OUR_VALUE_TX
                    ,GOLD_VALUE_TX
                INTO :D65A-EXCP-ID
                    ,:D65A-EXCP-STAT-CD
                    ,:D65A-OUR-VALUE-TX
                    ,:D65A-GOLD-VALUE-TX
                FROM VDPM65_REFD_EXCP
               WHERE CMPNY_ID     = :D65A-CMPNY-ID
                 AND EXCP_TYPE_CD = :D65A-EXCP-TYPE-CD
                 AND EXCP_STAT_CD IN ('O', 'I')
               ORDER BY EXCP_ID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET OLD-EXCP-FOUND         TO TRUE
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM65_REFD_EXCP'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF OLD-EXCP-FOUND
            AND D65A-EXCP-IGNORED
            AND D65A-OUR-VALUE-TX  = WS-OUR-VALUE-TX
            AND D65A-GOLD-VALUE-TX = WS-GOLD-VALUE-TX
              ADD 1                         TO WS-IGNORED-CNT
              MOVE 'IGNORED'                TO WS-ACTION-TX
              PERFORM 5900-REPORT-DIFFERENCE
              GO TO 5000-EXIT
           END-IF

           MOVE WS-OUR-VALUE-TX             TO D65A-OUR-VALUE-TX
           MOVE WS-GOLD-VALUE-TX            TO D65A-GOLD-VALUE-TX

           IF OLD-EXCP-FOUND
            AND D65A-EXCP-OPEN
              EXEC SQL
                 UPDATE VDPM65_REFD_EXCP
                    SET OUR_VALUE_TX     = :D65A-OUR-VALUE-TX
                       ,GOLD_VALUE_TX    = :D65A-GOLD-VALUE-TX
                       ,LAST_SEEN_TS     = :WS-RUN-TS
                       ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                       ,ROW_UPDT_USER_ID = :WS-USER-ID
                  WHERE EXCP_ID          = :D65A-EXCP-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'VDPM65_REFD_EXCP'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF
              ADD 1                         TO WS-STILL-OPEN-CNT
              MOVE 'STILL OPEN'             TO WS-ACTION-TX
              PERFORM 5900-REPORT-DIFFERENCE
              GO TO 5000-EXIT
           END-IF

           EXEC SQL
              SET :WS-EXCP-SEQ = (NEXT VALUE FOR DPM.SQDPM651)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM651'           TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-EXCP-SEQ                 TO D65A-EXCP-ID
           SET D65A-EXCP-OPEN               TO TRUE

           EXEC SQL
              INSERT INTO VDPM65_REFD_EXCP
                     (EXCP_ID
                     ,CMPNY_ID
                     ,EXCP_TYPE_CD
                     ,OUR_VALUE_TX
                     ,GOLD_VALUE_TX
                     ,EXCP_STAT_CD
                     ,DTCT_TS
                     ,LAST_SEEN_TS
                     ,RSLV_USER_ID
                     ,RSLV_TS
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D65A-EXCP-ID
                     ,:D65A-CMPNY-ID
                     ,:D65A-EXCP-TYPE-CD
                     ,:D65A-OUR-VALUE-TX
                     ,:D65A-GOLD-VALUE-TX
                     ,:D65A-EXCP-STAT-CD
                     ,:WS-RUN-TS
                     ,:WS-RUN-TS
                     ,' '
                     ,'1900-01-01-01.01.01.000001'
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM65_REFD_EXCP'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-QUEUED-CNT
           MOVE 'QUEUED'                    TO WS-ACTION-TX
           PERFORM 5900-REPORT-DIFFERENCE
           .
       5000-EXIT.
           EXIT.
      *----------------------------------*
       5900-REPORT-DIFFERENCE.
      *----------------------------------*
           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING D65A-CMPNY-ID
                  '  ' WS-EXCP-TYPE-CD
                  '  ' WS-ACTION-TX
                  '  ' WS-OUR-VALUE-TX(1:50)
                  '  ' WS-GOLD-VALUE-TX(1:50)
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING D65A-CMPNY-ID
                  ',' WS-EXCP-TYPE-CD
                  ',' WS-ACTION-TX
                  ',' WS-OUR-VALUE-TX(1:110)
                  ',' WS-GOLD-VALUE-TX(1:110)
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       6000-CLEAR-GONE-EXCEPTIONS.
      *----------------------------------*
      * AN OPEN ENTRY THIS RUN DID NOT SEE AGAIN HAS BEEN PUT RIGHT
      * ON ONE SIDE OR THE OTHER.

           MOVE '6000-CLEAR-GONE-EXCEPTIONS' TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM65_REFD_EXCP
                 SET EXCP_STAT_CD     = 'C'
                    ,RSLV_USER_ID     = :WS-USER-ID
                    ,RSLV_TS          = CURRENT TIMESTAMP
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE EXCP_STAT_CD     = 'O'
                 AND LAST_SEEN_TS     < :WS-RUN-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)            TO WS-CLEARED-CNT
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM65_REFD_EXCP'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       7000-CLOSE-REPORT.
      *----------------------------------*
           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-QUEUED-CNT               TO WS-CNT-ED
           STRING 'NEW EXCEPTIONS QUEUED FOR OPERATIONS: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       8000-RESOLVE-EXCEPTIONS.
      *----------------------------------*
           MOVE '8000-RESOLVE-EXCEPTIONS'   TO WS-PARAGRAPH-NAME

           OPEN INPUT EXCPRSLV

           PERFORM 8100-READ-NEXT-RSLV
           PERFORM UNTIL NO-MORE-RECS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 8200-RESOLVE-ONE THRU 8200-EXIT
              PERFORM 8100-READ-NEXT-RSLV
           END-PERFORM

           CLOSE EXCPRSLV
           .
      *----------------------------------*
       8100-READ-NEXT-RSLV.
      *----------------------------------*
           READ EXCPRSLV
              AT END
                 SET NO-MORE-RECS           TO TRUE
           END-READ
           .
      *----------------------------------*
       8200-RESOLVE-ONE.
      *----------------------------------*
           MOVE '8200-RESOLVE-ONE'          TO WS-PARAGRAPH-NAME

           IF ER-EXCP-ID NOT NUMERIC
            OR (NOT ER-RESOLVED AND NOT ER-IGNORE)
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' EXCPRSLV-REC(1:11)
              GO TO 8200-EXIT
           END-IF

           MOVE ER-EXCP-ID                  TO D65A-EXCP-ID
           MOVE ER-ACTION-CD                TO D65A-EXCP-STAT-CD

           EXEC SQL
              UPDATE VDPM65_REFD_EXCP
                 SET EXCP_STAT_CD     = :D65A-EXCP-STAT-CD
                    ,RSLV_USER_ID     = :WS-USER-ID
                    ,RSLV_TS          = CURRENT TIMESTAMP
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE EXCP_ID          = :D65A-EXCP-ID
                 AND EXCP_STAT_CD     = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-RESOLVED-CNT
                 DISPLAY 'EXCEPTION CLOSED         :' EXCPRSLV-REC(1:11)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT OPEN :' EXCPRSLV-REC(1:11)
              WHEN OTHER
                 MOVE 'VDPM65_REFD_EXCP'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       8200-EXIT.
           EXIT.
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
       9050-CANCEL-RUN.
      *------------------------*
      * A BAD FILE MUST NOT BE HALF-APPLIED.

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
              WHEN DAILY-MODE
                 DISPLAY 'GOLDEN RECORDS READ      :' WS-GOLD-CNT
                 DISPLAY 'VDPM01 ROWS READ         :' WS-MSTR-CNT
                 DISPLAY 'COMPANIES MATCHED        :' WS-MATCH-CNT
                 DISPLAY 'SAFE NAME FIXES APPLIED  :' WS-APPLIED-CNT
                 DISPLAY 'NEW EXCEPTIONS QUEUED    :' WS-QUEUED-CNT
                 DISPLAY 'EXCEPTIONS STILL OPEN    :' WS-STILL-OPEN-CNT
                 DISPLAY 'IGNORED DIFFERENCES      :' WS-IGNORED-CNT
                 DISPLAY 'EXCEPTIONS CLEARED       :' WS-CLEARED-CNT
              WHEN OTHER
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'EXCEPTIONS CLOSED        :' WS-RESOLVED-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
           END-EVALUATE
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXGREF ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-QUEUED-CNT > 0
            OR WS-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
