       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXNOVX.
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
      *    NAME  DPMXNOVX(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXNOVX                                            *
      *                                                                *
      * CLIENT NOVATION - NIGHTLY.  DPMXNOVN COLLECTS THE CONSENT OF   *
      * THE DEALER, THE TRANSFEROR AND THE TRANSFEREE ON               *
      * VDPM74_TMPLT_NOVN; THIS JOB CARRIES OUT EVERY FULLY CONSENTED  *
      * ('C') NOVATION WHOSE NOVATION DATE HAS ARRIVED, EARLIEST       *
      * FIRST.  EACH NOVATION IS ONE UNIT OF WORK:                     *
      *   - THE ORIGINAL TEMPLATE GOES TO MCA_STAT_IN 'V' (NOVATED).   *
      *     IT STAYS ON FILE, UNCHANGED, AS THE TRANSFEROR'S RECORD.   *
      *   - A NEW TEMPLATE (DPM.SQDPM141) IS CREATED FOR THE           *
      *     TRANSFEREE: THE VDPM14 ROW WITH THE SAME EXECUTION TIME    *
      *     AND STATUS, ITS VDPM07 CATEGORIES, VDPM08 TERMS, VDPM16    *
      *     AMENDMENTS (DPM.SQDPM171), VDPM18 LINKS AND THE VDPM13     *
      *     TEXT BEHIND THEM (DPM.SQDPM111), EXACTLY AS DPMXTCLN       *
      *     CLONES A TEMPLATE.  A LINKED VDPM12 DOCUMENT AND EVERY     *
      *     OTHER UNDELETED DOCUMENT OF THE TEMPLATE ARE COPIED UNDER  *
      *     NEW VALUE IDS; THOSE FILED BY THE TRANSFEROR ARE FILED     *
      *     UNDER THE TRANSFEREE.  THE NEW TEMPLATE GETS ITS OWN       *
      *     FROZEN EXECUTED COPY ('S' / 'EXSN') THROUGH DPMXSNAP, AS   *
      *     DPMXMSTU FILES ONE AT EXECUTION.  THE LINEAGE IS LOGGED ON *
      *     VDPM14_TMPLT_COPY_LOG.                                     *
      *   - THE TRANSFEROR'S ENROLLMENTS ASSIGNED TO THE ORIGINAL MOVE *
      *     TO THE TRANSFEREE AND THE NEW TEMPLATE, WITH BEFORE AND    *
      *     AFTER VDPM06_MCA_ENRL_HIST IMAGES AS DPMXDMRG WRITES THEM  *
      *     AND AN UNSENT VDPM23_ENRL_EVNT FOR THE DPMXEEVP PUBLISHER. *
      *   - THE ORIGINAL'S USER ACTION LOG IS REPLAYED ONTO THE NEW    *
      *     TEMPLATE THROUGH DPMXALOG (EACH ROW'S DETAIL IS PREFIXED   *
      *     WITH THE TIME OF THE ORIGINAL ACTION) AND THE NOVATION     *
      *     ITSELF IS LOGGED ('N') ON BOTH TEMPLATES.                  *
      *   - THE NOVATION GOES TO 'N' WITH THE NEW TEMPLATE, THE TIME   *
      *     AND THE COUNTS, AND ALL THREE PARTIES ARE ALERTED          *
      *     (NOVNDONE).                                                *
      * A NOVATION WHOSE TEMPLATE WAS DELETED, EXPIRED, TERMINATED OR  *
      * CHANGED CLIENT SINCE CONSENT, OR WHOSE TRANSFEREE ALREADY      *
      * HOLDS AN ENROLLMENT FOR THE SAME DEALER TEMPLATE, IS NOT       *
      * CARRIED OUT: IT IS CLOSED AS REFUSED ('R') WITH THE REASON,    *
      * THE PARTIES ARE ALERTED (NOVNRFSD) AND THE STEP ENDS RC 4.     *
      * EVERY NOVATION HANDLED IS LISTED ON DD RPTPRNT AND DD RPTCSV   *
      * THROUGH DPMXRPTW.                                              *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM74_TMPLT_NOVN     - CLIENT NOVATION                        *
      * VDPM14_MCA_TMPLT      - MCA TEMPLATE                           *
      * VDPM07_MCA_CTGRY      - TEMPLATE CATEGORY                      *
      * VDPM08_MCA_TERMS      - TEMPLATE TERMS                         *
      * VDPM16_MCA_AMND       - TEMPLATE AMENDMENT                     *
      * VDPM18_MCA_LINK       - AMENDMENT VALUE LINK                   *
      * VDPM13_MCA_TEXT       - MCA TEXT                               *
      * VDPM12_MCA_DOC        - MCA DOCUMENT                           *
      * VDPM14_TMPLT_COPY_LOG - COPY AUDIT LOG                         *
      * VDPM06_MCA_ENRL       - ENROLLMENT                             *
      * VDPM06_MCA_ENRL_HIST  - ENROLLMENT STATUS HISTORY              *
      * VDPM23_ENRL_EVNT      - ENROLLMENT EVENT OUTBOX                *
      * VDPM26_USER_ACTN_LOG  - USER ACTION LOG                        *
      * VDPM03_CMPNY_USER     - COMPANY USER (ALERT RECIPIENTS)        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM7401 / DPM1401 / DPM1402 / DPM1601 / DPM1801        *
      * DPM0601 / DPM0602 / DPM2301 / DPM2601                          *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXSNAP - EXECUTED-COPY BUILDER FOR THE FROZEN SNAPSHOT       *
      * DPMXALOG - USER ACTION LOG                                     *
      * DPMXAALR - ALERTS THE PARTIES (NOVNDONE, NOVNRFSD)             *
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
      * 10/15/2026        002       COGNIZANT                          *
      *                             A SUPERSEDED ('S') TEMPLATE IS NOT *
      *                             NOVATED.                           *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXNOVX'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-CURRENT-TS                    PIC X(26).
       01  WS-ORIG-STAT-IN                  PIC X(01).
       01  WS-REFUSE-TX                     PIC X(80).
       01  WS-TMPLT-GONE-TX                 PIC X(80) VALUE
           'TEMPLATE NO LONGER ON FILE'.
       01  WS-NOT-ELIGIBLE-TX               PIC X(80) VALUE
           'TEMPLATE NO LONGER LIVE - CLOSED OR SUPERSEDED'.
       01  WS-CLNT-CHANGED-TX               PIC X(80) VALUE
           'TRANSFEROR IS NO LONGER THE CLIENT ON THE TEMPLATE'.
       01  WS-ENRL-CONFLICT-TX              PIC X(80) VALUE
           'TRANSFEREE ALREADY ENROLLED FOR THE SAME DEALER TEMPLATE'.
      *
       01  WS-NEW-TMPLT-ID                  PIC S9(9) COMP VALUE 0.
       01  WS-NEW-AMND-ID                   PIC S9(18)V COMP-3 VALUE 0.
       01  WS-NEW-VALUE-ID                  PIC S9(18)V COMP-3 VALUE 0.
       01  WS-OLD-AMND-ID                   PIC S9(18)V COMP-3 VALUE 0.
       01  WS-CONFLICT-CNT                  PIC S9(9) COMP VALUE 0.
      *
       01  WS-CTGRY-CPY-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-TERM-CPY-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-AMND-CPY-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-TEXT-CPY-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-DOC-CPY-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-ENRL-MOVE-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-ALOG-CPY-CNT                  PIC S9(9) COMP VALUE 0.
      *
       01  WS-DUE-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-NOVN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-SKIP-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-TOT-ENRL-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-NOVN                  VALUE 'Y'.
       01  WS-AMND-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-AMND                  VALUE 'Y'.
       01  WS-LINK-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-LINK                  VALUE 'Y'.
       01  WS-ENRL-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-ENRL                  VALUE 'Y'.
       01  WS-ALOG-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-ALOG                  VALUE 'Y'.
       01  WS-USER-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-USERS                 VALUE 'Y'.
      *
       01  WS-NOVN-HDG.
           05 FILLER                        PIC X(11) VALUE 'NOVATION'.
           05 FILLER                        PIC X(11) VALUE 'TEMPLATE'.
           05 FILLER                        PIC X(11) VALUE 'NEW TMPLT'.
           05 FILLER                        PIC X(10) VALUE 'FROM'.
           05 FILLER                        PIC X(10) VALUE 'TO'.
           05 FILLER                        PIC X(12) VALUE 'EFFECTIVE'.
           05 FILLER                        PIC X(06) VALUE 'ENRL'.
           05 FILLER                        PIC X(06) VALUE 'DOCS'.
           05 FILLER                        PIC X(07) VALUE 'LOG'.
           05 FILLER                        PIC X(44) VALUE 'RESULT'.
      *
       01  WS-NOVN-LINE.
           05 NL-NOVN-ID                    PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-ORIG-TMPLT-ID              PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-NEW-TMPLT-ID               PIC 9(09).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-XFRR-CMPNY-ID              PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-XFRE-CMPNY-ID              PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-EFF-DT                     PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-ENRL-CNT                   PIC ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-DOC-CNT                    PIC ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-ALOG-CNT                   PIC ZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 NL-RESULT-TX                  PIC X(44).
      *
       01  WS-RPTW-PROGRAM                  PIC X(08) VALUE 'DPMXRPTW'.
       01  WS-RPTW-PASS-AREA.
           05 WS-RPTW-FUNC-CD               PIC X(01).
           05 WS-RPTW-TITLE                 PIC X(60).
           05 WS-RPTW-LINE                  PIC X(132).
           05 WS-RPTW-CSV                   PIC X(250).
      *
       01  WS-SNAP-PROGRAM                  PIC X(08) VALUE 'DPMXSNAP'.
       01  WS-SNAP-PASS-AREA.
           05 WS-SNAP-TMPLT-ID              PIC S9(09) COMP.
           05 WS-SNAP-LINE-CNT              PIC S9(09) COMP.
           05 WS-SNAP-OVERFLOW-SW           PIC X(01).
              88 SNAP-OVERFLOW              VALUE 'Y'.
           05 WS-SNAP-SQLCODE               PIC S9(09) COMP.
           05 WS-SNAP-CKS-AREA.
              10 WS-SNAP-LENGTH             PIC S9(09) COMP.
              10 WS-SNAP-CHKSM              PIC S9(18)V COMP-3.
              10 WS-SNAP-BUFFER             PIC X(2097152).
       01  WS-SNAP-DOC-ID                   PIC S9(18)V COMP-3 VALUE 0.
       01  WS-SNAP-DOC-DS                   PIC X(216) VALUE SPACES.
       01  WS-SNAP-BLOB                     USAGE IS SQL
                                            TYPE IS BLOB(2097152).
      *
       01  WS-ALOG-PROGRAM                  PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID               PIC X(10).
           05 WS-ALOG-ACTN-CD               PIC X(01).
           05 WS-ALOG-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ALOG-CMPNY-ID              PIC X(08).
           05 WS-ALOG-DTL-TX                PIC X(80).
           05 WS-ALOG-SQLCODE               PIC S9(9) COMP.
       01  WS-ALOG-ACTN-TS                  PIC X(26).
      *
       01  WS-AALR-OUTSQLCA                 PIC X(179).
       01  WS-AALR-SP-ERROR-AREA            PIC X(80).
       01  WS-AALR-SP-RC                    PIC X(04).
       01  WS-AALR-ALERT-ID                 PIC S9(9) USAGE COMP.
       01  WS-AALR-ALERT-SUB                PIC X(150).
       01  WS-AALR-ALERT-MSG.
           49 WS-AALR-ALERT-MSG-LEN         PIC S9(4) USAGE COMP.
           49 WS-AALR-ALERT-MSG-DT          PIC X(32000).
       01  WS-AALR-USER-ID                  PIC X(10).
       01  WS-NOTIFY-USER-ID                PIC X(10).
       01  WS-NOVN-ID-X                     PIC 9(09).
       01  WS-TMPLT-ID-X                    PIC 9(09).
       01  WS-NEW-TMPLT-ID-X                PIC 9(09).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08) VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08) VALUE SPACES.
           05 WS-AV-VAR-CNT                 PIC 9(02) VALUE 0.
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM7401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1402
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1801
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0602
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM2301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM2601
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * A HANDLED NOVATION LEAVES STATUS 'C', SO THE CURSOR SURVIVES THE
      * PER-NOVATION COMMITS AND NEVER SEES THE SAME NOVATION TWICE.
           EXEC SQL
              DECLARE DUE_NOVN_CSR CURSOR WITH HOLD FOR
                 SELECT NOVN_ID
                       ,ORIG_TMPLT_ID
                       ,DELR_CMPNY_ID
                       ,XFRR_CMPNY_ID
                       ,XFRE_CMPNY_ID
                       ,NOVN_EFF_DT
                 FROM   VDPM74_TMPLT_NOVN
                 WHERE  NOVN_STAT_CD = 'C'
                   AND  NOVN_EFF_DT <= CURRENT DATE
                 ORDER BY NOVN_EFF_DT
                         ,NOVN_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE ORIG_AMND_CSR CURSOR FOR
                 SELECT MCA_AMND_ID
                       ,ATTRB_CTGRY_ID
                       ,CTGRY_SQ
                       ,ATTRB_TERM_ID
                       ,TERM_SQ
                       ,MCA_ISDA_AMND_ID
                 FROM   VDPM16_MCA_AMND
                 WHERE  MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
                 ORDER BY MCA_AMND_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE ORIG_LINK_CSR CURSOR FOR
                 SELECT MCA_VALUE_ID
                       ,MCA_VALUE_TYPE_CD
                       ,AMND_STAT_CD
                 FROM   VDPM18_MCA_LINK
                 WHERE  MCA_AMND_ID = :WS-OLD-AMND-ID
           END-EXEC
      *
           EXEC SQL
              DECLARE NOVN_ENRL_CSR CURSOR FOR
                 SELECT RQST_TMPLT_ID
                       ,DELR_STAT_CD
                 FROM   VDPM06_MCA_ENRL
                 WHERE  DELR_CMPNY_ID = :D74A-DELR-CMPNY-ID
                   AND  CLNT_CMPNY_ID = :D74A-XFRR-CMPNY-ID
                   AND  ASGD_TMPLT_ID = :D74A-ORIG-TMPLT-ID
                 FOR UPDATE OF CLNT_CMPNY_ID, ASGD_TMPLT_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE ORIG_ALOG_CSR CURSOR FOR
                 SELECT CMPNY_USER_ID
                       ,ACTN_CD
                       ,CMPNY_ID
                       ,ACTN_TS
                       ,ACTN_DTL_TX
                 FROM   VDPM26_USER_ACTN_LOG
                 WHERE  MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
                 ORDER BY ACTN_TS
           END-EXEC
      *
      * SIGNED-ON USERS OF THE THREE PARTIES (DPMXUOFF MARKS AN
      * OFFBOARDED USER'S UMG LINK 'OFFBOARD').
           EXEC SQL
              DECLARE NOVN_USER_CSR CURSOR FOR
                 SELECT DISTINCT CMPNY_USER_ID
                 FROM   VDPM03_CMPNY_USER
                 WHERE  CMPNY_ID IN (:D74A-DELR-CMPNY-ID
                                    ,:D74A-XFRR-CMPNY-ID
                                    ,:D74A-XFRE-CMPNY-ID)
                   AND  UMG_USER_ID <> 'OFFBOARD'
                 ORDER BY CMPNY_USER_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-NOVATE-DUE
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
           DISPLAY 'DPMXNOVX STARTED AT      :' WS-TS

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
       2000-NOVATE-DUE.
      *----------------------------------*
           MOVE '2000-NOVATE-DUE'           TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-TITLE
           STRING 'CLIENT NOVATIONS EFFECTED (DPMXNOVX)'
                  DELIMITED BY SIZE INTO WS-RPTW-TITLE
           END-STRING
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'NOVN_ID,ORIG_TMPLT_ID,NEW_TMPLT_ID,XFRR_CMPNY_ID,'
                  'XFRE_CMPNY_ID,NOVN_EFF_DT,ENRL_MOVE_CT,DOC_CPY_CT,'
                  'ALOG_CPY_CT,RESULT'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-NOVN-HDG                 TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN DUE_NOVN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM74_TMPLT_NOVN'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-DUE
           PERFORM UNTIL NO-MORE-NOVN
              ADD 1                         TO WS-DUE-CNT
              PERFORM 3000-NOVATE-ONE
              PERFORM 2100-FETCH-NEXT-DUE
           END-PERFORM

           EXEC SQL
              CLOSE DUE_NOVN_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-DUE-CNT                  TO WS-CNT-ED
           STRING 'NOVATIONS DUE: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           MOVE WS-NOVN-CNT                 TO WS-CNT-ED
           STRING '   NOVATED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(25:)
           END-STRING
           MOVE WS-SKIP-CNT                 TO WS-CNT-ED
           STRING '   REFUSED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(46:)
           END-STRING
           MOVE WS-TOT-ENRL-CNT             TO WS-CNT-ED
           STRING '   ENROLLMENTS MOVED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(67:)
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       2100-FETCH-NEXT-DUE.
      *----------------------------------*
           MOVE '2100-FETCH-NEXT-DUE'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH DUE_NOVN_CSR
                INTO :D74A-NOVN-ID
                    ,:D74A-ORIG-TMPLT-ID
                    ,:D74A-DELR-CMPNY-ID
                    ,:D74A-XFRR-CMPNY-ID
                    ,:D74A-XFRE-CMPNY-ID
                    ,:D74A-NOVN-EFF-DT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-NOVN           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM74_TMPLT_NOVN'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-NOVATE-ONE.
      *----------------------------------*
      * THE ORIGINAL, THE NEW TEMPLATE, THE ENROLLMENTS, THE LOG AND
      * THE NOVATION ROW CHANGE TOGETHER AND ARE COMMITTED TOGETHER.

           MOVE '3000-NOVATE-ONE'           TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC

           MOVE SPACES                      TO WS-REFUSE-TX
           MOVE 0                           TO WS-NEW-TMPLT-ID
                                               WS-CTGRY-CPY-CNT
                                               WS-TERM-CPY-CNT
                                               WS-AMND-CPY-CNT
                                               WS-TEXT-CPY-CNT
                                               WS-DOC-CPY-CNT
                                               WS-ENRL-MOVE-CNT
                                               WS-ALOG-CPY-CNT

           PERFORM 3100-CHECK-ORIGINAL
           IF WS-REFUSE-TX = SPACES
              PERFORM 3150-CHECK-ENRL-CONFLICT
           END-IF
           IF WS-REFUSE-TX = SPACES
              PERFORM 3200-RETIRE-ORIGINAL
           END-IF

           IF WS-REFUSE-TX = SPACES
              PERFORM 3300-CREATE-NEW-TMPLT
              PERFORM 3400-COPY-AMENDMENTS
              PERFORM 3500-COPY-OTHER-DOCS
              PERFORM 3600-FREEZE-EXECUTED-COPY
              PERFORM 3650-LOG-LINEAGE
              PERFORM 3700-MOVE-ENROLLMENTS
              PERFORM 3800-REPLAY-ACTION-LOG
              PERFORM 3850-LOG-NOVATION
              SET D74A-NOVN-NOVATED         TO TRUE
              MOVE WS-CURRENT-TS            TO D74A-NOVN-TS
              ADD 1                         TO WS-NOVN-CNT
              ADD WS-ENRL-MOVE-CNT          TO WS-TOT-ENRL-CNT
              MOVE 'NOVNDONE'               TO WS-AV-TYPE-CD
              MOVE 'NOVATED'                TO NL-RESULT-TX
           ELSE
              SET D74A-NOVN-REFUSED         TO TRUE
              MOVE '0001-01-01-00.00.00.000000'
                                            TO D74A-NOVN-TS
              ADD 1                         TO WS-SKIP-CNT
              MOVE 'NOVNRFSD'               TO WS-AV-TYPE-CD
              MOVE WS-REFUSE-TX             TO NL-RESULT-TX
           END-IF

           MOVE WS-REFUSE-TX                TO D74A-RFSL-RSN-TX
           PERFORM 3900-CLOSE-NOVATION
           PERFORM 4000-ALERT-PARTIES

           EXEC SQL
              COMMIT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           DISPLAY 'NOVATION ' D74A-NOVN-ID ' TEMPLATE '
                   D74A-ORIG-TMPLT-ID ' - ' NL-RESULT-TX
           PERFORM 4500-REPORT-NOVATION
           .
      *----------------------------------*
       3100-CHECK-ORIGINAL.
      *----------------------------------*
      * THE TEMPLATE MAY HAVE BEEN DELETED, EXPIRED OR TERMINATED, OR
      * ITS CLIENT CHANGED, SINCE THE PARTIES CONSENTED.

           MOVE '3100-CHECK-ORIGINAL'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_NM
                    ,MCA_TMPLT_SHORT_NM
                    ,MCA_TMPLT_GROUP_CD
                    ,MCA_TMPLT_TYPE_CD
                    ,DELR_CMPNY_ID
                    ,CLNT_CMPNY_ID
                    ,ATTRB_PRDCT_ID
                    ,ATTRB_SUB_PRDCT_ID
                    ,ATTRB_REGN_ID
                    ,MCA_PBLTN_DT
                    ,MCA_END_DT
                    ,MCA_STAT_IN
                    ,MCA_EXE_TS
                    ,MCA_DELR_STAT_CD
                    ,MCA_CLNT_STAT_CD
                    ,MCA_ISDA_TMPLT_ID
                    ,MCA_CSTMZ_TMPLT_ID
                    ,MCA_TMPLT_RQSTR_ID
                    ,MCA_TMPLT_APRVR_ID
                INTO :D014-MCA-TMPLT-NM
                    ,:D014-MCA-TMPLT-SHORT-NM
                    ,:D014-MCA-TMPLT-GROUP-CD
                    ,:D014-MCA-TMPLT-TYPE-CD
                    ,:D014-DELR-CMPNY-ID
                    ,:D014-CLNT-CMPNY-ID
                    ,:D014-ATTRB-PRDCT-ID
                    ,:D014-ATTRB-SUB-PRDCT-ID
                    ,:D014-ATTRB-REGN-ID
                    ,:D014-MCA-PBLTN-DT
                    ,:D014-MCA-END-DT
                    ,:D014-MCA-STAT-IN
                    ,:D014-MCA-EXE-TS
                    ,:D014-MCA-DELR-STAT-CD
                    ,:D014-MCA-CLNT-STAT-CD
                    ,:D014-MCA-ISDA-TMPLT-ID
                    ,:D014-MCA-CSTMZ-TMPLT-ID
                    ,:D014-MCA-TMPLT-RQSTR-ID
                    ,:D014-MCA-TMPLT-APRVR-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE WS-TMPLT-GONE-TX      TO WS-REFUSE-TX
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-REFUSE-TX = SPACES
              IF D014-MCA-STAT-IN = 'L' OR 'X' OR 'T' OR 'V' OR 'S'
                 MOVE WS-NOT-ELIGIBLE-TX    TO WS-REFUSE-TX
              ELSE
                 IF D014-CLNT-CMPNY-ID NOT = D74A-XFRR-CMPNY-ID
                    MOVE WS-CLNT-CHANGED-TX TO WS-REFUSE-TX
                 END-IF
              END-IF
           END-IF

           MOVE D014-MCA-STAT-IN            TO WS-ORIG-STAT-IN
           .
      *----------------------------------*
       3150-CHECK-ENRL-CONFLICT.
      *----------------------------------*
      * AN ENROLLMENT IS KEYED BY DEALER, CLIENT AND REQUESTED
      * TEMPLATE: ONE THE TRANSFEREE ALREADY HOLDS FOR THE SAME DEALER
      * TEMPLATE WOULD COLLIDE WITH THE ONE MOVED ACROSS.  AS WITH
      * DPMXDMRG'S CONFLICTS, THE DESK RESOLVES IT BY HAND.

           MOVE '3150-CHECK-ENRL-CONFLICT'  TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONFLICT-CNT
                FROM VDPM06_MCA_ENRL E
               WHERE E.DELR_CMPNY_ID = :D74A-DELR-CMPNY-ID
                 AND E.CLNT_CMPNY_ID = :D74A-XFRR-CMPNY-ID
                 AND E.ASGD_TMPLT_ID = :D74A-ORIG-TMPLT-ID
                 AND EXISTS
                    (SELECT 1
                       FROM VDPM06_MCA_ENRL X
                      WHERE X.DELR_CMPNY_ID = E.DELR_CMPNY_ID
                        AND X.CLNT_CMPNY_ID = :D74A-XFRE-CMPNY-ID
                        AND X.RQST_TMPLT_ID = E.RQST_TMPLT_ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-CONFLICT-CNT > 0
              MOVE WS-ENRL-CONFLICT-TX      TO WS-REFUSE-TX
           END-IF
           .
      *----------------------------------*
       3200-RETIRE-ORIGINAL.
      *----------------------------------*
      * THE SAME GUARD AS DPMXTERM: A TEMPLATE THAT LEFT SERVICE
      * BETWEEN THE READ AND THE UPDATE IS NOT NOVATED.

           MOVE '3200-RETIRE-ORIGINAL'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM14_MCA_TMPLT
                 SET MCA_STAT_IN      = 'V'
                    ,ROW_UPDT_TS      = :WS-CURRENT-TS
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE MCA_TMPLT_ID     = :D74A-ORIG-TMPLT-ID
                 AND MCA_STAT_IN NOT IN ('L', 'X', 'T', 'V', 'S')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE WS-NOT-ELIGIBLE-TX    TO WS-REFUSE-TX
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3300-CREATE-NEW-TMPLT.
      *----------------------------------*
      * THE TRANSFEREE'S TEMPLATE IS THE SAME EXECUTED AGREEMENT: SAME
      * EXECUTION TIME AND STATUS, NEW CLIENT.

           MOVE '3300-CREATE-NEW-TMPLT'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-NEW-TMPLT-ID = (NEXT VALUE FOR DPM.SQDPM141)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM141'           TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-NEW-TMPLT-ID             TO D014-MCA-TMPLT-ID
           MOVE D74A-XFRE-CMPNY-ID          TO D014-CLNT-CMPNY-ID
           MOVE WS-ORIG-STAT-IN             TO D014-MCA-STAT-IN
           MOVE WS-USER-ID                  TO D014-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM14_MCA_TMPLT
                     (MCA_TMPLT_ID
                     ,MCA_TMPLT_NM
                     ,MCA_TMPLT_SHORT_NM
                     ,MCA_TMPLT_GROUP_CD
                     ,MCA_TMPLT_TYPE_CD
                     ,DELR_CMPNY_ID
                     ,CLNT_CMPNY_ID
                     ,ATTRB_PRDCT_ID
                     ,ATTRB_SUB_PRDCT_ID
                     ,ATTRB_REGN_ID
                     ,MCA_PBLTN_DT
                     ,MCA_END_DT
                     ,MCA_STAT_IN
                     ,MCA_EXE_TS
                     ,MCA_DELR_STAT_CD
                     ,MCA_CLNT_STAT_CD
                     ,MCA_ISDA_TMPLT_ID
                     ,MCA_CSTMZ_TMPLT_ID
                     ,MCA_TMPLT_RQSTR_ID
                     ,MCA_TMPLT_APRVR_ID
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D014-MCA-TMPLT-ID
                     ,:D014-MCA-TMPLT-NM
                     ,:D014-MCA-TMPLT-SHORT-NM
                     ,:D014-MCA-TMPLT-GROUP-CD
                     ,:D014-MCA-TMPLT-TYPE-CD
                     ,:D014-DELR-CMPNY-ID
                     ,:D014-CLNT-CMPNY-ID
                     ,:D014-ATTRB-PRDCT-ID
                     ,:D014-ATTRB-SUB-PRDCT-ID
                     ,:D014-ATTRB-REGN-ID
                     ,:D014-MCA-PBLTN-DT
                     ,:D014-MCA-END-DT
                     ,:D014-MCA-STAT-IN
                     ,:D014-MCA-EXE-TS
                     ,:D014-MCA-DELR-STAT-CD
                     ,:D014-MCA-CLNT-STAT-CD
                     ,:D014-MCA-ISDA-TMPLT-ID
                     ,:D014-MCA-CSTMZ-TMPLT-ID
                     ,:D014-MCA-TMPLT-RQSTR-ID
                     ,:D014-MCA-TMPLT-APRVR-ID
                     ,:WS-CURRENT-TS
                     ,:D014-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              INSERT INTO VDPM07_MCA_CTGRY
                     (MCA_TMPLT_ID
                     ,ATTRB_CTGRY_ID
                     ,CTGRY_SQ
                     ,CTGRY_STAT_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              SELECT :WS-NEW-TMPLT-ID
                     ,ATTRB_CTGRY_ID
                     ,CTGRY_SQ
                     ,CTGRY_STAT_CD
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                FROM  VDPM07_MCA_CTGRY
               WHERE  MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-CTGRY-CPY-CNT
              WHEN OTHER
                 MOVE 'VDPM07_MCA_CTGRY'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              INSERT INTO VDPM08_MCA_TERMS
                     (MCA_TMPLT_ID
                     ,ATTRB_CTGRY_ID
                     ,CTGRY_SQ
                     ,ATTRB_TERM_ID
                     ,TERM_SQ
                     ,TERM_STAT_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              SELECT :WS-NEW-TMPLT-ID
                     ,ATTRB_CTGRY_ID
                     ,CTGRY_SQ
                     ,ATTRB_TERM_ID
                     ,TERM_SQ
                     ,TERM_STAT_CD
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                FROM  VDPM08_MCA_TERMS
               WHERE  MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-TERM-CPY-CNT
              WHEN OTHER
                 MOVE 'VDPM08_MCA_TERMS'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3400-COPY-AMENDMENTS.
      *----------------------------------*
           MOVE '3400-COPY-AMENDMENTS'      TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-AMND-EOF-SW

           EXEC SQL
              OPEN ORIG_AMND_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM16_MCA_AMND'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3410-FETCH-NEXT-AMND
           PERFORM UNTIL NO-MORE-AMND
              PERFORM 3420-COPY-ONE-AMND
              PERFORM 3410-FETCH-NEXT-AMND
           END-PERFORM

           EXEC SQL
              CLOSE ORIG_AMND_CSR
           END-EXEC
           .
      *----------------------------------*
       3410-FETCH-NEXT-AMND.
      *----------------------------------*
           MOVE '3410-FETCH-NEXT-AMND'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH ORIG_AMND_CSR
                INTO :D016-MCA-AMND-ID
                    ,:D016-ATTRB-CTGRY-ID
                    ,:D016-CTGRY-SQ
                    ,:D016-ATTRB-TERM-ID
                    ,:D016-TERM-SQ
                    ,:D016-MCA-ISDA-AMND-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-AMND           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM16_MCA_AMND'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3420-COPY-ONE-AMND.
      *----------------------------------*
           MOVE '3420-COPY-ONE-AMND'        TO WS-PARAGRAPH-NAME

           MOVE D016-MCA-AMND-ID            TO WS-OLD-AMND-ID

           EXEC SQL
              SET :WS-NEW-AMND-ID = (NEXT VALUE FOR DPM.SQDPM171)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM171'           TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-NEW-AMND-ID              TO D016-MCA-AMND-ID
           MOVE WS-NEW-TMPLT-ID             TO D016-MCA-TMPLT-ID
           MOVE WS-USER-ID                  TO D016-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM16_MCA_AMND
                     (MCA_AMND_ID
                     ,MCA_TMPLT_ID
                     ,ATTRB_CTGRY_ID
                     ,CTGRY_SQ
                     ,ATTRB_TERM_ID
                     ,TERM_SQ
                     ,MCA_ISDA_AMND_ID
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D016-MCA-AMND-ID
                     ,:D016-MCA-TMPLT-ID
                     ,:D016-ATTRB-CTGRY-ID
                     ,:D016-CTGRY-SQ
                     ,:D016-ATTRB-TERM-ID
                     ,:D016-TERM-SQ
                     ,:D016-MCA-ISDA-AMND-ID
                     ,CURRENT TIMESTAMP
                     ,:D016-ROW-UPDT-USER-ID)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-AMND-CPY-CNT
              WHEN OTHER
                 MOVE 'VDPM16_MCA_AMND'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           PERFORM 3430-COPY-AMND-LINKS
           .
      *----------------------------------*
       3430-COPY-AMND-LINKS.
      *----------------------------------*
           MOVE '3430-COPY-AMND-LINKS'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN ORIG_LINK_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-LINK-EOF-SW
           PERFORM 3440-FETCH-NEXT-LINK
           PERFORM UNTIL NO-MORE-LINK
              PERFORM 3450-COPY-ONE-LINK
              PERFORM 3440-FETCH-NEXT-LINK
           END-PERFORM

           EXEC SQL
              CLOSE ORIG_LINK_CSR
           END-EXEC
           .
      *----------------------------------*
       3440-FETCH-NEXT-LINK.
      *----------------------------------*
           MOVE '3440-FETCH-NEXT-LINK'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH ORIG_LINK_CSR
                INTO :D018-MCA-VALUE-ID
                    ,:D018-MCA-VALUE-TYPE-CD
                    ,:D018-AMND-STAT-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-LINK           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM18_MCA_LINK'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3450-COPY-ONE-LINK.
      *----------------------------------*
      * THE TEXT BEHIND THE LINK IS COPIED UNDER A NEW VALUE ID, AS
      * DPMXTCLN DOES.  A VALUE WITH NO VDPM13 ROW THAT IS ONE OF THE
      * TEMPLATE'S VDPM12 DOCUMENTS IS COPIED THE SAME WAY, SO THE
      * TRANSFEREE OWNS ITS OWN COPY; ANY OTHER VALUE IS RE-LINKED AS
      * IT IS.

           MOVE '3450-COPY-ONE-LINK'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-NEW-VALUE-ID = (NEXT VALUE FOR DPM.SQDPM111)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM111'           TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              INSERT INTO VDPM13_MCA_TEXT
                     (MCA_VALUE_ID
                     ,MCA_TEXT_DS)
              SELECT :WS-NEW-VALUE-ID
                     ,MCA_TEXT_DS
                FROM  VDPM13_MCA_TEXT
               WHERE  MCA_VALUE_ID = :D018-MCA-VALUE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-TEXT-CPY-CNT
                 MOVE WS-NEW-VALUE-ID       TO D018-MCA-VALUE-ID
              WHEN +100
                 PERFORM 3460-COPY-LINKED-DOC
              WHEN OTHER
                 MOVE 'VDPM13_MCA_TEXT'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE WS-NEW-AMND-ID              TO D018-MCA-AMND-ID
           MOVE WS-USER-ID                  TO D018-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM18_MCA_LINK
                     (MCA_AMND_ID
                     ,MCA_VALUE_ID
                     ,MCA_VALUE_TYPE_CD
                     ,AMND_STAT_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D018-MCA-AMND-ID
                     ,:D018-MCA-VALUE-ID
                     ,:D018-MCA-VALUE-TYPE-CD
                     ,:D018-AMND-STAT-CD
                     ,CURRENT TIMESTAMP
                     ,:D018-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3460-COPY-LINKED-DOC.
      *----------------------------------*
           MOVE '3460-COPY-LINKED-DOC'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              INSERT INTO VDPM12_MCA_DOC
                     (MCA_VALUE_ID
                     ,MCA_TMPLT_ID
                     ,MCA_DOC_DS
                     ,MCA_DOC_TYPE_CD
                     ,CMPNY_ID
                     ,DOC_DEL_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID
                     ,MCA_DOC_OBJ_TX
                     ,DOC_CHKSM_NB
                     ,DOC_VRSN_NB
                     ,PRED_VALUE_ID
                     ,DOC_KIND_CD
                     ,DOC_EXPRY_DT)
              SELECT :WS-NEW-VALUE-ID
                     ,:WS-NEW-TMPLT-ID
                     ,MCA_DOC_DS
                     ,MCA_DOC_TYPE_CD
                     ,CASE WHEN CMPNY_ID = :D74A-XFRR-CMPNY-ID
                           THEN :D74A-XFRE-CMPNY-ID
                           ELSE CMPNY_ID
                      END
                     ,DOC_DEL_CD
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                     ,MCA_DOC_OBJ_TX
                     ,DOC_CHKSM_NB
                     ,DOC_VRSN_NB
                     ,PRED_VALUE_ID
                     ,DOC_KIND_CD
                     ,DOC_EXPRY_DT
                FROM  VDPM12_MCA_DOC
               WHERE  MCA_VALUE_ID = :D018-MCA-VALUE-ID
                 AND  MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-DOC-CPY-CNT
                 MOVE WS-NEW-VALUE-ID       TO D018-MCA-VALUE-ID
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3500-COPY-OTHER-DOCS.
      *----------------------------------*
      * EVERY UNDELETED DOCUMENT FILED AGAINST THE TEMPLATE THAT NO
      * AMENDMENT LINKS TO.  THE ORIGINAL'S FROZEN EXECUTED COPY ('S')
      * NAMES THE ORIGINAL'S IDS AND IS NOT COPIED - 3600 FILES A NEW
      * ONE FOR THE NEW TEMPLATE.

           MOVE '3500-COPY-OTHER-DOCS'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              INSERT INTO VDPM12_MCA_DOC
                     (MCA_VALUE_ID
                     ,MCA_TMPLT_ID
                     ,MCA_DOC_DS
                     ,MCA_DOC_TYPE_CD
                     ,CMPNY_ID
                     ,DOC_DEL_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID
                     ,MCA_DOC_OBJ_TX
                     ,DOC_CHKSM_NB
                     ,DOC_VRSN_NB
                     ,PRED_VALUE_ID
                     ,DOC_KIND_CD
                     ,DOC_EXPRY_DT)
              SELECT NEXT VALUE FOR DPM.SQDPM111
                     ,:WS-NEW-TMPLT-ID
                     ,D.MCA_DOC_DS
                     ,D.MCA_DOC_TYPE_CD
                     ,CASE WHEN D.CMPNY_ID = :D74A-XFRR-CMPNY-ID
                           THEN :D74A-XFRE-CMPNY-ID
                           ELSE D.CMPNY_ID
                      END
                     ,D.DOC_DEL_CD
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                     ,D.MCA_DOC_OBJ_TX
                     ,D.DOC_CHKSM_NB
                     ,D.DOC_VRSN_NB
                     ,D.PRED_VALUE_ID
                     ,D.DOC_KIND_CD
                     ,D.DOC_EXPRY_DT
                FROM  VDPM12_MCA_DOC D
               WHERE  D.MCA_TMPLT_ID     = :D74A-ORIG-TMPLT-ID
                 AND  D.DOC_DEL_CD       = ' '
                 AND  D.MCA_DOC_TYPE_CD <> 'S'
                 AND  D.MCA_VALUE_ID NOT IN
                     (SELECT L.MCA_VALUE_ID
                        FROM VDPM18_MCA_LINK L
                            ,VDPM16_MCA_AMND A
                       WHERE A.MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
                         AND L.MCA_AMND_ID  = A.MCA_AMND_ID)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD SQLERRD(3)             TO WS-DOC-CPY-CNT
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3600-FREEZE-EXECUTED-COPY.
      *----------------------------------*
      * FILED EXACTLY AS DPMXMSTU FILES ONE AT EXECUTION, SO DPMXSNDR'S
      * MONTHLY DRIFT CHECK COVERS THE NEW TEMPLATE FROM DAY ONE.

           MOVE '3600-FREEZE-EXECUTED-COPY' TO WS-PARAGRAPH-NAME

           MOVE WS-NEW-TMPLT-ID             TO WS-SNAP-TMPLT-ID

           CALL WS-SNAP-PROGRAM USING WS-SNAP-PASS-AREA

           IF WS-SNAP-SQLCODE NOT = 0
              MOVE WS-SNAP-SQLCODE          TO SQLCODE
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SET :WS-SNAP-DOC-ID = (NEXT VALUE FOR DPM.SQDPM111)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM111'           TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE SPACES                      TO WS-SNAP-DOC-DS
           IF SNAP-OVERFLOW
              STRING 'EXECUTED COPY ' D014-MCA-EXE-TS ' (TRUNCATED)'
                     DELIMITED BY SIZE INTO WS-SNAP-DOC-DS
              END-STRING
           ELSE
              STRING 'EXECUTED COPY ' D014-MCA-EXE-TS
                     DELIMITED BY SIZE INTO WS-SNAP-DOC-DS
              END-STRING
           END-IF

           MOVE WS-SNAP-LENGTH              TO WS-SNAP-BLOB-LENGTH
           IF WS-SNAP-LENGTH > 0
              MOVE WS-SNAP-BUFFER(1:WS-SNAP-LENGTH)
                                            TO WS-SNAP-BLOB-DATA
           END-IF

           EXEC SQL
              INSERT INTO VDPM12_MCA_DOC
                     (MCA_VALUE_ID
                     ,MCA_TMPLT_ID
                     ,MCA_DOC_DS
                     ,MCA_DOC_TYPE_CD
                     ,CMPNY_ID
                     ,DOC_DEL_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID
                     ,MCA_DOC_OBJ_TX
                     ,DOC_CHKSM_NB
                     ,DOC_KIND_CD
                     ,DOC_EXPRY_DT)
              VALUES (:WS-SNAP-DOC-ID
                     ,:WS-NEW-TMPLT-ID
                     ,:WS-SNAP-DOC-DS
                     ,'S'
                     ,:D014-DELR-CMPNY-ID
                     ,' '
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                     ,:WS-SNAP-BLOB
                     ,:WS-SNAP-CHKSM
                     ,'EXSN'
                     ,'9999-12-31')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM12_MCA_DOC'         TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3650-LOG-LINEAGE.
      *----------------------------------*
           MOVE '3650-LOG-LINEAGE'          TO WS-PARAGRAPH-NAME

           MOVE D74A-ORIG-TMPLT-ID          TO D14H-OLD-MCA-TMPLT-ID
           MOVE WS-NEW-TMPLT-ID             TO D14H-NEW-MCA-TMPLT-ID
           MOVE WS-CTGRY-CPY-CNT            TO D14H-CTGRY-CPY-CNT
           MOVE WS-TERM-CPY-CNT             TO D14H-TERM-CPY-CNT
           MOVE WS-AMND-CPY-CNT             TO D14H-AMND-CPY-CNT
           MOVE WS-USER-ID                  TO D14H-CPY-USER-ID

           EXEC SQL
              INSERT INTO VDPM14_TMPLT_COPY_LOG
                     ( OLD_MCA_TMPLT_ID, NEW_MCA_TMPLT_ID,
                       CTGRY_CPY_CNT, TERM_CPY_CNT, AMND_CPY_CNT,
                       CPY_TS, CPY_USER_ID )
              VALUES
                     ( :D14H-OLD-MCA-TMPLT-ID, :D14H-NEW-MCA-TMPLT-ID,
                       :D14H-CTGRY-CPY-CNT, :D14H-TERM-CPY-CNT,
                       :D14H-AMND-CPY-CNT,
                       CURRENT TIMESTAMP, :D14H-CPY-USER-ID )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM14_TMPLT_COPY_LOG'  TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3700-MOVE-ENROLLMENTS.
      *----------------------------------*
           MOVE '3700-MOVE-ENROLLMENTS'     TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-ENRL-EOF-SW

           EXEC SQL
              OPEN NOVN_ENRL_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3710-MOVE-ONE-ENRL
           PERFORM UNTIL NO-MORE-ENRL
              PERFORM 3710-MOVE-ONE-ENRL
           END-PERFORM

           EXEC SQL
              CLOSE NOVN_ENRL_CSR
           END-EXEC
           .
      *----------------------------------*
       3710-MOVE-ONE-ENRL.
      *----------------------------------*
      * THE STATUS IS UNCHANGED; AS IN DPMXDMRG THE BEFORE IMAGE IS
      * FILED UNDER THE TRANSFEROR'S KEY AND THE AFTER IMAGE UNDER THE
      * TRANSFEREE'S.

           MOVE '3710-MOVE-ONE-ENRL'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH NOVN_ENRL_CSR
               INTO :D006-RQST-TMPLT-ID
                   ,:D006-DELR-STAT-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ENRL           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT NO-MORE-ENRL
              MOVE D74A-DELR-CMPNY-ID       TO D006-DELR-CMPNY-ID
              MOVE D74A-XFRR-CMPNY-ID       TO D006-CLNT-CMPNY-ID
              PERFORM 3720-INSERT-ENRL-HIST

              EXEC SQL
                 UPDATE VDPM06_MCA_ENRL
                    SET CLNT_CMPNY_ID    = :D74A-XFRE-CMPNY-ID
                       ,ASGD_TMPLT_ID    = :WS-NEW-TMPLT-ID
                       ,ROW_UPDT_TS      = :WS-CURRENT-TS
                       ,ROW_UPDT_USER_ID = :WS-USER-ID
                  WHERE CURRENT OF NOVN_ENRL_CSR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF

              MOVE D74A-XFRE-CMPNY-ID       TO D006-CLNT-CMPNY-ID
              PERFORM 3720-INSERT-ENRL-HIST
              PERFORM 3730-STAGE-ENRL-EVNT
              ADD 1                         TO WS-ENRL-MOVE-CNT
           END-IF
           .
      *----------------------------------*
       3720-INSERT-ENRL-HIST.
      *----------------------------------*
           MOVE '3720-INSERT-ENRL-HIST'     TO WS-PARAGRAPH-NAME
           MOVE D006-DELR-CMPNY-ID          TO D06H-DELR-CMPNY-ID
           MOVE D006-CLNT-CMPNY-ID          TO D06H-CLNT-CMPNY-ID
           MOVE D006-RQST-TMPLT-ID          TO D06H-RQST-TMPLT-ID
           MOVE D006-DELR-STAT-CD           TO D06H-OLD-DELR-STAT-CD
           MOVE D006-DELR-STAT-CD           TO D06H-NEW-DELR-STAT-CD
           MOVE WS-CURRENT-TS               TO D06H-ENRL-ACTN-TS
           MOVE WS-USER-ID                  TO D06H-ENRL-ACTN-USER-ID

           EXEC SQL
              INSERT INTO VDPM06_MCA_ENRL_HIST
                 (DELR_CMPNY_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,ENRL_ACTN_TS
                 ,ENRL_ACTN_USER_ID)
                 VALUES
                 (:D06H-DELR-CMPNY-ID
                 ,:D06H-CLNT-CMPNY-ID
                 ,:D06H-RQST-TMPLT-ID
                 ,:D06H-OLD-DELR-STAT-CD
                 ,:D06H-NEW-DELR-STAT-CD
                 ,:D06H-ENRL-ACTN-TS
                 ,:D06H-ENRL-ACTN-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL_HIST'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3730-STAGE-ENRL-EVNT.
      *----------------------------------*
      * UNSENT ('U') FOR THE DPMXEEVP PUBLISHER UNDER THE TRANSFEREE'S
      * KEY, SO DOWNSTREAM SYSTEMS LEARN OF THE NEW HOLDER.

           MOVE '3730-STAGE-ENRL-EVNT'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :D23A-ENRL-EVNT-ID = (NEXT VALUE FOR DPM.SQDPM023)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM23_ENRL_EVNT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D006-DELR-CMPNY-ID           TO D23A-DELR-CMPNY-ID
           MOVE D006-CLNT-CMPNY-ID           TO D23A-CLNT-CMPNY-ID
           MOVE D006-RQST-TMPLT-ID           TO D23A-RQST-TMPLT-ID
           MOVE D006-DELR-STAT-CD            TO D23A-OLD-DELR-STAT-CD
           MOVE D006-DELR-STAT-CD            TO D23A-NEW-DELR-STAT-CD
           MOVE WS-USER-ID                   TO D23A-APRVR-USER-ID
           MOVE WS-CURRENT-TS                TO D23A-ENRL-EVNT-TS
           MOVE 'U'                          TO D23A-EVNT-SENT-CD
           MOVE '1900-01-01-01.01.01.000001' TO D23A-EVNT-SENT-TS

           EXEC SQL
              INSERT INTO VDPM23_ENRL_EVNT
                 (ENRL_EVNT_ID
                 ,DELR_CMPNY_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,APRVR_USER_ID
                 ,ENRL_EVNT_TS
                 ,EVNT_SENT_CD
                 ,EVNT_SENT_TS)
                 VALUES
                 (:D23A-ENRL-EVNT-ID
                 ,:D23A-DELR-CMPNY-ID
                 ,:D23A-CLNT-CMPNY-ID
                 ,:D23A-RQST-TMPLT-ID
                 ,:D23A-OLD-DELR-STAT-CD
                 ,:D23A-NEW-DELR-STAT-CD
                 ,:D23A-APRVR-USER-ID
                 ,:D23A-ENRL-EVNT-TS
                 ,:D23A-EVNT-SENT-CD
                 ,:D23A-EVNT-SENT-TS)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM23_ENRL_EVNT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3800-REPLAY-ACTION-LOG.
      *----------------------------------*
      * THE NEW TEMPLATE CARRIES THE ORIGINAL'S HISTORY.  DPMXALOG
      * STAMPS AND SEALS EVERY ROW IT WRITES WITH THE CURRENT TIME, SO
      * THE TIME OF THE ORIGINAL ACTION LEADS THE DETAIL TEXT.

           MOVE '3800-REPLAY-ACTION-LOG'    TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-ALOG-EOF-SW

           EXEC SQL
              OPEN ORIG_ALOG_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM26_USER_ACTN_LOG'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3810-FETCH-NEXT-ALOG
           PERFORM UNTIL NO-MORE-ALOG
              MOVE D26A-CMPNY-USER-ID       TO WS-ALOG-USER-ID
              MOVE D26A-ACTN-CD             TO WS-ALOG-ACTN-CD
              MOVE WS-NEW-TMPLT-ID          TO WS-ALOG-TMPLT-ID
              MOVE D26A-CMPNY-ID            TO WS-ALOG-CMPNY-ID
              MOVE SPACES                   TO WS-ALOG-DTL-TX
              STRING WS-ALOG-ACTN-TS(1:19) ' ' D26A-ACTN-DTL-TX
                     DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
              END-STRING
              CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
              ADD 1                         TO WS-ALOG-CPY-CNT
              PERFORM 3810-FETCH-NEXT-ALOG
           END-PERFORM

           EXEC SQL
              CLOSE ORIG_ALOG_CSR
           END-EXEC
           .
      *----------------------------------*
       3810-FETCH-NEXT-ALOG.
      *----------------------------------*
           MOVE '3810-FETCH-NEXT-ALOG'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH ORIG_ALOG_CSR
                INTO :D26A-CMPNY-USER-ID
                    ,:D26A-ACTN-CD
                    ,:D26A-CMPNY-ID
                    ,:WS-ALOG-ACTN-TS
                    ,:D26A-ACTN-DTL-TX
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ALOG           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM26_USER_ACTN_LOG' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3850-LOG-NOVATION.
      *----------------------------------*
      * THE NOVATION ITSELF CLOSES THE ORIGINAL'S LOG AND OPENS THE
      * NEW TEMPLATE'S OWN HISTORY.

           MOVE '3850-LOG-NOVATION'         TO WS-PARAGRAPH-NAME

           MOVE WS-NEW-TMPLT-ID             TO WS-NEW-TMPLT-ID-X
           MOVE WS-USER-ID                  TO WS-ALOG-USER-ID
           MOVE 'N'                         TO WS-ALOG-ACTN-CD
           MOVE D74A-ORIG-TMPLT-ID          TO WS-ALOG-TMPLT-ID
           MOVE D74A-XFRR-CMPNY-ID          TO WS-ALOG-CMPNY-ID
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'NOVATED TO ' D74A-XFRE-CMPNY-ID
                  ' AS TEMPLATE ' WS-NEW-TMPLT-ID-X
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA

           MOVE D74A-ORIG-TMPLT-ID          TO WS-TMPLT-ID-X
           MOVE WS-NEW-TMPLT-ID             TO WS-ALOG-TMPLT-ID
           MOVE D74A-XFRE-CMPNY-ID          TO WS-ALOG-CMPNY-ID
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'NOVATED FROM ' D74A-XFRR-CMPNY-ID
                  ' TEMPLATE ' WS-TMPLT-ID-X
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
      *----------------------------------*
       3900-CLOSE-NOVATION.
      *----------------------------------*
           MOVE '3900-CLOSE-NOVATION'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM74_TMPLT_NOVN
                 SET NOVN_STAT_CD     = :D74A-NOVN-STAT-CD
                    ,RFSL_RSN_TX      = :D74A-RFSL-RSN-TX
                    ,NEW_TMPLT_ID     = :WS-NEW-TMPLT-ID
                    ,NOVN_TS          = :D74A-NOVN-TS
                    ,ENRL_MOVE_CT     = :WS-ENRL-MOVE-CNT
                    ,DOC_CPY_CT       = :WS-DOC-CPY-CNT
                    ,ALOG_CPY_CT      = :WS-ALOG-CPY-CNT
                    ,ROW_UPDT_TS      = :WS-CURRENT-TS
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE NOVN_ID          = :D74A-NOVN-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM74_TMPLT_NOVN'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4000-ALERT-PARTIES.
      *----------------------------------*
      * ONE TYPED ALERT (WS-AV-TYPE-CD) TO EVERY SIGNED-ON USER OF THE
      * THREE PARTIES.  A FAILED ALERT IS DISPLAYED BUT NEVER UNDOES
      * THE NOVATION.

           MOVE '4000-ALERT-PARTIES'        TO WS-PARAGRAPH-NAME

           MOVE D74A-NOVN-ID                TO WS-NOVN-ID-X
           MOVE D74A-ORIG-TMPLT-ID          TO WS-TMPLT-ID-X
           MOVE WS-NEW-TMPLT-ID             TO WS-NEW-TMPLT-ID-X
           MOVE '*ALRTVAR'                  TO WS-AV-TAG
           MOVE SPACES                      TO WS-AV-VAR(1) WS-AV-VAR(2)
                                               WS-AV-VAR(3) WS-AV-VAR(4)
                                               WS-AV-VAR(5) WS-AV-VAR(6)
                                               WS-AV-VAR(7) WS-AV-VAR(8)
                                               WS-AV-VAR(9)
                                               WS-AV-VAR(10)
           MOVE 'NOVN_ID'                   TO WS-AV-VAR-NM(1)
           MOVE WS-NOVN-ID-X                TO WS-AV-VAR-VALUE(1)
           MOVE 'TMPLT_ID'                  TO WS-AV-VAR-NM(2)
           MOVE WS-TMPLT-ID-X               TO WS-AV-VAR-VALUE(2)
           IF D74A-NOVN-NOVATED
              MOVE 5                        TO WS-AV-VAR-CNT
              MOVE 'NEW_TMPLT_ID'           TO WS-AV-VAR-NM(3)
              MOVE WS-NEW-TMPLT-ID-X        TO WS-AV-VAR-VALUE(3)
              MOVE 'TRANSFEROR'             TO WS-AV-VAR-NM(4)
              MOVE D74A-XFRR-CMPNY-ID       TO WS-AV-VAR-VALUE(4)
              MOVE 'TRANSFEREE'             TO WS-AV-VAR-NM(5)
              MOVE D74A-XFRE-CMPNY-ID       TO WS-AV-VAR-VALUE(5)
           ELSE
              MOVE 8                        TO WS-AV-VAR-CNT
              MOVE 'DEALER'                 TO WS-AV-VAR-NM(3)
              MOVE D74A-DELR-CMPNY-ID       TO WS-AV-VAR-VALUE(3)
              MOVE 'TRANSFEROR'             TO WS-AV-VAR-NM(4)
              MOVE D74A-XFRR-CMPNY-ID       TO WS-AV-VAR-VALUE(4)
              MOVE 'TRANSFEREE'             TO WS-AV-VAR-NM(5)
              MOVE D74A-XFRE-CMPNY-ID       TO WS-AV-VAR-VALUE(5)
              MOVE 'EFF_DT'                 TO WS-AV-VAR-NM(6)
              MOVE D74A-NOVN-EFF-DT         TO WS-AV-VAR-VALUE(6)
              MOVE 'PARTY'                  TO WS-AV-VAR-NM(7)
              MOVE 'SYSTEM'                 TO WS-AV-VAR-VALUE(7)
              MOVE 'REASON'                 TO WS-AV-VAR-NM(8)
              MOVE D74A-RFSL-RSN-TX         TO WS-AV-VAR-VALUE(8)
           END-IF

           MOVE 'N'                         TO WS-USER-EOF-SW

           EXEC SQL
              OPEN NOVN_USER_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4100-FETCH-PARTY-USER
           PERFORM UNTIL NO-MORE-USERS
              PERFORM 4200-RAISE-ALERT
              PERFORM 4100-FETCH-PARTY-USER
           END-PERFORM

           EXEC SQL
              CLOSE NOVN_USER_CSR
           END-EXEC
           .
      *----------------------------------*
       4100-FETCH-PARTY-USER.
      *----------------------------------*
           MOVE '4100-FETCH-PARTY-USER'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH NOVN_USER_CSR
               INTO :WS-NOTIFY-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-USERS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-RAISE-ALERT.
      *----------------------------------*
           MOVE '4200-RAISE-ALERT'          TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-AALR-OUTSQLCA
                                               WS-AALR-SP-ERROR-AREA
                                               WS-AALR-ALERT-SUB
           MOVE 'SP00'                      TO WS-AALR-SP-RC
           MOVE 0                           TO WS-AALR-ALERT-ID
           MOVE WS-NOTIFY-USER-ID           TO WS-AALR-USER-ID
           MOVE SPACES                      TO WS-AALR-ALERT-MSG-DT
           MOVE WS-ALRT-VARS                TO WS-AALR-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-AALR-ALERT-MSG-LEN

           CALL 'DPMXAALR' USING WS-AALR-OUTSQLCA,
                                 WS-AALR-SP-ERROR-AREA,
                                 WS-AALR-SP-RC,
                                 WS-AALR-ALERT-ID,
                                 WS-AALR-ALERT-SUB,
                                 WS-AALR-ALERT-MSG,
                                 WS-AALR-USER-ID

           IF WS-AALR-SP-RC NOT = 'SP00'
              DISPLAY 'DPMXAALR RETURN CODE     :' WS-AALR-SP-RC
              DISPLAY 'DPMXAALR ERROR AREA      :'
                      WS-AALR-SP-ERROR-AREA
           END-IF
           .
      *----------------------------------*
       4500-REPORT-NOVATION.
      *----------------------------------*
           MOVE '4500-REPORT-NOVATION'      TO WS-PARAGRAPH-NAME

           MOVE D74A-NOVN-ID                TO NL-NOVN-ID
           MOVE D74A-ORIG-TMPLT-ID          TO NL-ORIG-TMPLT-ID
           MOVE WS-NEW-TMPLT-ID             TO NL-NEW-TMPLT-ID
           MOVE D74A-XFRR-CMPNY-ID          TO NL-XFRR-CMPNY-ID
           MOVE D74A-XFRE-CMPNY-ID          TO NL-XFRE-CMPNY-ID
           MOVE D74A-NOVN-EFF-DT            TO NL-EFF-DT
           MOVE WS-ENRL-MOVE-CNT            TO NL-ENRL-CNT
           MOVE WS-DOC-CPY-CNT              TO NL-DOC-CNT
           MOVE WS-ALOG-CPY-CNT             TO NL-ALOG-CNT

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-NOVN-LINE                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING NL-NOVN-ID
                  ',' NL-ORIG-TMPLT-ID
                  ',' NL-NEW-TMPLT-ID
                  ',' NL-XFRR-CMPNY-ID
                  ',' NL-XFRE-CMPNY-ID
                  ',' NL-EFF-DT
                  ',' NL-ENRL-CNT
                  ',' NL-DOC-CNT
                  ',' NL-ALOG-CNT
                  ',' NL-RESULT-TX
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
           DISPLAY 'NOVATIONS DUE            :' WS-DUE-CNT
           DISPLAY 'TEMPLATES NOVATED        :' WS-NOVN-CNT
           DISPLAY 'NOVATIONS REFUSED        :' WS-SKIP-CNT
           DISPLAY 'ENROLLMENTS MOVED        :' WS-TOT-ENRL-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXNOVX ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-SKIP-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
