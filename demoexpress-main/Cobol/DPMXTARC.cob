       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTARC.
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
      *    NAME  DPMXTARC(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTARC                                            *
      *                                                                *
      * TEMPLATE ARCHIVE, PURGE AND RELOAD.  VDPM14_MCA_TMPLT KEEPS    *
      * EVERY EXPIRED, SUPERSEDED AND ABANDONED WORKING TEMPLATE       *
      * FOREVER TOGETHER WITH ITS CONTENT TREE.  THIS JOB RETIRES THEM *
      * ONE TEMPLATE AT A TIME.  MODES:                                *
      *                                                                *
      *   'A' - ARCHIVE AND PURGE.  A TEMPLATE IS ELIGIBLE WHEN        *
      *         - IT IS EXPIRED ('X') OR SUPERSEDED ('S') AND HAS NOT  *
      *           CHANGED FOR THE EXPIRED RETENTION PERIOD, OR         *
      *         - IT IS A WORKING TEMPLATE (TYPE 'W') THAT NOBODY HAS  *
      *           TOUCHED (VDPM14, VDPM15 OR VDPM17) FOR THE WORKING   *
      *           RETENTION PERIOD.                                    *
      *         AN ELIGIBLE TEMPLATE IS STILL KEPT WHEN DPMXLHCK       *
      *         REPORTS A LEGAL HOLD, WHEN ANOTHER TEMPLATE NAMES IT   *
      *         AS ITS ISDA OR CUSTOMIZED BASE, OR WHEN AN ENROLLMENT  *
      *         IS STILL PENDING OR APPROVED AGAINST IT.  EVERY OTHER  *
      *         ONE IS UNLOADED TO DD ARCHTMPL AS ONE SELF-CONTAINED   *
      *         UNIT ('H' HEADER ... '9' TRAILER WITH THE ROW COUNTS)  *
      *         AND THEN DELETED, ONE UNIT OF WORK PER TEMPLATE.  THE  *
      *         DELETE COUNT OF EVERY STRUCTURAL TABLE IS CROSS-       *
      *         CHECKED AGAINST THE UNLOAD COUNT AND THE TEMPLATE IS   *
      *         ROLLED BACK ON ANY MISMATCH.  TEXT AND COMMENT VALUES  *
      *         ARE SHARED BY TEMPLATE COPIES, SO THEY ARE ALWAYS      *
      *         ARCHIVED BUT ONLY DELETED WHEN NO OTHER TEMPLATE'S     *
      *         LINK STILL POINTS AT THEM.  DOCUMENTS (VDPM12) KEEP    *
      *         THEIR OWN RETENTION UNDER DPMXDARC AND ARE NOT         *
      *         TOUCHED; ONLY THEIR LINK ROWS GO WITH THE TEMPLATE.    *
      *         A RETENTION PERIOD OF ZERO SKIPS THAT CLASS.           *
      *                                                                *
      *   'R' - RELOAD ONE TEMPLATE.  THE UNIT FOR THE GIVEN TEMPLATE  *
      *         ID IS LOCATED ON DD ARCHTMPL AND RE-INSERTED; SHARED   *
      *         TEXT AND COMMENT VALUES STILL ON FILE ARE LEFT AS      *
      *         THEY ARE.  THE ROWS RESTORED MUST MATCH THE UNIT'S     *
      *         TRAILER COUNTS OR THE RELOAD IS ROLLED BACK.  THE      *
      *         TEMPLATE COMES BACK WITH ITS ARCHIVED STATUS AND A     *
      *         FRESH ROW_UPDT_TS SO THE NEXT RUN DOES NOT PURGE IT    *
      *         AGAIN AT ONCE.  WHO RELOADED IT AND WHY GOES ON THE    *
      *         VDPM26 USER ACTION LOG (DPMXALOG).                     *
      *                                                                *
      * ARCHTMPL RECORDS (1000 BYTES, TYPE + TEMPLATE ID + BODY):      *
      *   'H' VDPM14 TEMPLATE        'G' VDPM15 WORKING COPY           *
      *   'C' VDPM07 CATEGORY        'T' VDPM08 TERM                   *
      *   'A' VDPM16 AMENDMENT       'W' VDPM17 AMENDMENT WORK         *
      *   'P' VDPM16 AMND APPROVAL   'L' VDPM18 LINK                   *
      *   'K' VDPM19 LINK WORK       'X' VDPM13 TEXT SLICE             *
      *   'Y' VDPM13 TRANSLATION     'M' VDPM11 COMMENT SLICE          *
      *   '9' UNIT TRAILER           'Z' END-OF-FILE CONTROL           *
      *                                                                *
      * SYSIN CARDS: 1) MODE (A / R)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *       A:     3) EXPIRED/SUPERSEDED RETENTION DAYS (5 DIGITS)   *
      *              4) WORKING TEMPLATE RETENTION DAYS (5 DIGITS)     *
      *       R:     3) TEMPLATE ID (9 DIGITS)                         *
      *              4) RELOAD REASON (UP TO 60)                       *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT / VDPM15_TMPLT_WORK  - TEMPLATE               *
      * VDPM07_MCA_CTGRY / VDPM08_MCA_TERMS   - CATEGORIES AND TERMS   *
      * VDPM16_MCA_AMND / VDPM17_AMND_WORK    - AMENDMENTS             *
      * VDPM16_AMND_APRVL                     - AMENDMENT APPROVALS    *
      * VDPM18_MCA_LINK / VDPM19_LINK_WORK    - VALUE LINKS            *
      * VDPM13_MCA_TEXT / VDPM13_TEXT_LANG    - TEXT AND TRANSLATIONS  *
      * VDPM11_MCA_CMNT                       - COMMENTS               *
      * VDPM10_MCA_LOCK                       - STALE LOCKS (DELETED)  *
      * VDPM06_MCA_ENRL                       - ENROLLMENT CHECK       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      * DPM0701 / DPM0801 / DPM1101 / DPM1301 / DPM1302 / DPM1401      *
      * DPM1601 / DPM1602 / DPM1901                                    *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXLHCK - LEGAL-HOLD CHECK BEFORE A TEMPLATE IS PURGED        *
      * DPMXALOG - VDPM26 ACTION LOGGING (PURGE / RELOAD)              *
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
           SELECT ARCHTMPL         ASSIGN TO ARCHTMPL
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHTMPL
           RECORDING MODE IS F.
       01  ARCHTMPL-REC.
           05 AT-REC-TYPE                   PIC X(1).
           05 AT-TMPLT-ID                   PIC 9(9).
           05 AT-BODY                       PIC X(990).
      * 'H' / 'G' - TEMPLATE AND WORKING COPY
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AH-NM-LEN                     PIC 9(3).
           05 AH-NM                         PIC X(500).
           05 AH-SHORT-NM                   PIC X(150).
           05 AH-GROUP-CD                   PIC X(1).
           05 AH-TYPE-CD                    PIC X(1).
           05 AH-DELR-CMPNY-ID              PIC X(8).
           05 AH-CLNT-CMPNY-ID              PIC X(8).
           05 AH-PRDCT-ID                   PIC X(8).
           05 AH-SUB-PRDCT-ID               PIC X(8).
           05 AH-REGN-ID                    PIC X(8).
           05 AH-PBLTN-DT                   PIC X(10).
           05 AH-END-DT                     PIC X(10).
           05 AH-STAT-IN                    PIC X(1).
           05 AH-EXE-TS                     PIC X(26).
           05 AH-DELR-STAT-CD               PIC X(1).
           05 AH-CLNT-STAT-CD               PIC X(1).
           05 AH-ISDA-TMPLT-ID              PIC 9(9).
           05 AH-CSTMZ-TMPLT-ID             PIC 9(9).
           05 AH-RQSTR-ID                   PIC X(10).
           05 AH-APRVR-ID                   PIC X(10).
           05 AH-ROW-UPDT-TS                PIC X(26).
           05 AH-ROW-UPDT-USER-ID           PIC X(10).
           05 FILLER                        PIC X(172).
      * 'C' / 'T' - CATEGORY AND TERM
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AC-CTGRY-ID                   PIC X(8).
           05 AC-CTGRY-SQ                   PIC 9(4).
           05 AC-TERM-ID                    PIC X(8).
           05 AC-TERM-SQ                    PIC 9(4).
           05 AC-STAT-CD                    PIC X(1).
           05 AC-ROW-UPDT-TS                PIC X(26).
           05 AC-ROW-UPDT-USER-ID           PIC X(10).
           05 FILLER                        PIC X(929).
      * 'A' / 'W' - AMENDMENT AND AMENDMENT WORK
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AA-AMND-ID                    PIC 9(18).
           05 AA-CTGRY-ID                   PIC X(8).
           05 AA-CTGRY-SQ                   PIC 9(4).
           05 AA-TERM-ID                    PIC X(8).
           05 AA-TERM-SQ                    PIC 9(4).
           05 AA-ISDA-AMND-ID               PIC 9(18).
           05 AA-ROW-UPDT-TS                PIC X(26).
           05 AA-ROW-UPDT-USER-ID           PIC X(10).
           05 FILLER                        PIC X(894).
      * 'P' - AMENDMENT APPROVAL
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AP-AMND-ID                    PIC 9(18).
           05 AP-APRVL-STAT-CD              PIC X(1).
           05 AP-RQST-USER-ID               PIC X(10).
           05 AP-APRVL-TS                   PIC X(26).
           05 AP-ROW-UPDT-USER-ID           PIC X(10).
           05 FILLER                        PIC X(925).
      * 'L' / 'K' - LINK AND LINK WORK (ACCESS STATUS ON 'K' ONLY)
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AL-AMND-ID                    PIC 9(18).
           05 AL-VALUE-ID                   PIC 9(18).
           05 AL-VALUE-TYPE-CD              PIC X(1).
           05 AL-ACCS-STAT-CD               PIC X(1).
           05 AL-AMND-STAT-CD               PIC X(1).
           05 AL-ROW-UPDT-TS                PIC X(26).
           05 AL-ROW-UPDT-USER-ID           PIC X(10).
           05 FILLER                        PIC X(915).
      * 'X' / 'Y' / 'M' - TEXT, TRANSLATION AND COMMENT SLICES
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AS-KEY-AREA                   PIC X(80).
           05 AS-TOTAL-LEN                  PIC 9(5).
           05 AS-SLICE-SQ                   PIC 9(3).
           05 AS-SLICE-LEN                  PIC 9(3).
           05 AS-DATA                       PIC X(890).
           05 FILLER                        PIC X(9).
      * 'X' / 'Y' SLICE KEY AREA
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AX-VALUE-ID                   PIC 9(18).
           05 AX-LANG-CD                    PIC X(2).
           05 AX-TRNSL-STAT-CD              PIC X(1).
           05 AX-ROW-UPDT-TS                PIC X(26).
           05 AX-ROW-UPDT-USER-ID           PIC X(10).
           05 FILLER                        PIC X(933).
      * 'M' SLICE KEY AREA
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 AM-VALUE-ID                   PIC 9(18).
           05 AM-DELR-CMPNY-ID              PIC X(8).
           05 AM-CLNT-CMPNY-ID              PIC X(8).
           05 AM-ROW-UPDT-TS                PIC X(26).
           05 AM-ROW-UPDT-USER-ID           PIC X(10).
           05 AM-VSBL-CD                    PIC X(1).
           05 AM-POST-CMPNY-ID              PIC X(8).
           05 FILLER                        PIC X(911).
      * '9' - UNIT TRAILER / 'Z' - END-OF-FILE CONTROL
       01  FILLER REDEFINES ARCHTMPL-REC.
           05 FILLER                        PIC X(10).
           05 A9-H-CNT                      PIC 9(9).
           05 A9-G-CNT                      PIC 9(9).
           05 A9-C-CNT                      PIC 9(9).
           05 A9-T-CNT                      PIC 9(9).
           05 A9-A-CNT                      PIC 9(9).
           05 A9-W-CNT                      PIC 9(9).
           05 A9-P-CNT                      PIC 9(9).
           05 A9-L-CNT                      PIC 9(9).
           05 A9-K-CNT                      PIC 9(9).
           05 A9-X-CNT                      PIC 9(9).
           05 A9-Y-CNT                      PIC 9(9).
           05 A9-M-CNT                      PIC 9(9).
           05 A9-ARCH-TS                    PIC X(26).
           05 A9-ARCH-USER-ID               PIC X(10).
           05 FILLER                        PIC X(846).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTARC'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-MODE                          PIC X(01) VALUE SPACES.
           88 ARCHIVE-MODE                  VALUE 'A'.
           88 RELOAD-MODE                   VALUE 'R'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-PARM-3                        PIC X(09) VALUE SPACES.
       01  WS-PARM-4                        PIC X(60) VALUE SPACES.
       01  WS-RETN-EXP-DAYS                 PIC 9(5)  VALUE 0.
       01  WS-RETN-WRK-DAYS                 PIC 9(5)  VALUE 0.
       01  WS-RETN-DAYS                     PIC S9(9) COMP VALUE 0.
       01  WS-EXP-CUTOFF-TS                 PIC X(26) VALUE SPACES.
       01  WS-WRK-CUTOFF-TS                 PIC X(26) VALUE SPACES.
       01  WS-RELOAD-ID-X                   PIC 9(9)  VALUE 0.
       01  WS-RELOAD-RSN                    PIC X(60) VALUE SPACES.
      *
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-TMPLT-ID-X                    PIC 9(9)  VALUE 0.
       01  WS-TMPLT-DELR-ID                 PIC X(08) VALUE SPACES.
       01  WS-TMPLT-STAT-IN                 PIC X(01) VALUE SPACES.
       01  WS-TMPLT-TYPE-CD                 PIC X(01) VALUE SPACES.
       01  WS-REF-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-ENRL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-EXIST-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-DELETE-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-UNLOAD-CNT                    PIC S9(9) COMP VALUE 0.
      *
      * ROWS IN THE CURRENT TEMPLATE UNIT, ONE COUNTER PER RECORD TYPE
       01  WS-UNIT-CNTS.
           05 WS-H-CNT                      PIC S9(9) COMP.
           05 WS-G-CNT                      PIC S9(9) COMP.
           05 WS-C-CNT                      PIC S9(9) COMP.
           05 WS-T-CNT                      PIC S9(9) COMP.
           05 WS-A-CNT                      PIC S9(9) COMP.
           05 WS-W-CNT                      PIC S9(9) COMP.
           05 WS-P-CNT                      PIC S9(9) COMP.
           05 WS-L-CNT                      PIC S9(9) COMP.
           05 WS-K-CNT                      PIC S9(9) COMP.
           05 WS-X-CNT                      PIC S9(9) COMP.
           05 WS-Y-CNT                      PIC S9(9) COMP.
           05 WS-M-CNT                      PIC S9(9) COMP.
      *
       01  WS-SCANNED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-ARCHIVED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-HOLDS-HONORED                 PIC S9(9) COMP VALUE 0.
       01  WS-REFERENCED-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-ENROLLED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-REC-WRITTEN-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-SHARED-KEPT-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-LOCK-DEL-CNT                  PIC S9(9) COMP VALUE 0.
      *
      * TEXT / COMMENT SLICING
       01  WS-TEXT-BUF                      PIC X(32000).
       01  WS-TEXT-LEN                      PIC S9(9) COMP VALUE 0.
       01  WS-SLICE-TYPE                    PIC X(01) VALUE SPACES.
       01  WS-SLICE-KEY                     PIC X(80) VALUE SPACES.
       01  WS-SLICE-PTR                     PIC S9(9) COMP VALUE 1.
       01  WS-SLICE-LEN                     PIC S9(9) COMP VALUE 0.
       01  WS-SLICE-SQ                      PIC S9(9) COMP VALUE 0.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
       01  WS-TMPLT-EOF-SW                  PIC X(01) VALUE 'N'.
           88 NO-MORE-TMPLTS                VALUE 'Y'.
       01  WS-FILE-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-RECS                  VALUE 'Y'.
       01  WS-FOUND-SW                      PIC X(01) VALUE 'N'.
           88 UNIT-FOUND                    VALUE 'Y'.
       01  WS-DONE-SW                       PIC X(01) VALUE 'N'.
           88 UNIT-COMPLETE                 VALUE 'Y'.
       01  WS-KEEP-SW                       PIC X(01) VALUE 'N'.
           88 KEEP-TEMPLATE                 VALUE 'Y'.
      *
       01  WS-LHCK-PROGRAM                  PIC X(08)
                                            VALUE 'DPMXLHCK'.
       01  WS-LHCK-PASS-AREA.
           05 WS-LHCK-CMPNY-ID              PIC X(08).
           05 WS-LHCK-TMPLT-ID              PIC S9(9) COMP.
           05 WS-LHCK-HELD-IN               PIC X(01).
              88 WS-LHCK-HELD               VALUE 'Y'.
           05 WS-LHCK-SQLCODE               PIC S9(9) COMP.
      *
       01  WS-ALOG-PROGRAM                  PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID               PIC X(10).
           05 WS-ALOG-ACTN-CD               PIC X(01).
           05 WS-ALOG-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ALOG-CMPNY-ID              PIC X(08).
           05 WS-ALOG-DTL-TX                PIC X(80).
           05 WS-ALOG-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0701
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0801
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1101
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1302
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1602
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1901
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * TEMPLATES PAST RETENTION.  WITH HOLD - ONE COMMIT PER TEMPLATE.
           EXEC SQL
              DECLARE ELIG_TMPLT_CSR CURSOR WITH HOLD FOR
                 SELECT T.MCA_TMPLT_ID
                       ,T.DELR_CMPNY_ID
                       ,T.MCA_STAT_IN
                       ,T.MCA_TMPLT_TYPE_CD
                 FROM   VDPM14_MCA_TMPLT T
                 WHERE ((:WS-RETN-EXP-DAYS > 0
                         AND T.MCA_STAT_IN IN ('X', 'S')
                         AND T.ROW_UPDT_TS < :WS-EXP-CUTOFF-TS)
                    OR  (:WS-RETN-WRK-DAYS > 0
                         AND T.MCA_TMPLT_TYPE_CD = 'W'
                         AND T.MCA_STAT_IN NOT IN ('L', 'X', 'S')
                         AND T.ROW_UPDT_TS < :WS-WRK-CUTOFF-TS
                         AND NOT EXISTS
                             (SELECT 1
                                FROM VDPM15_TMPLT_WORK W
                               WHERE W.MCA_TMPLT_ID = T.MCA_TMPLT_ID
                                 AND W.ROW_UPDT_TS >=
                                     :WS-WRK-CUTOFF-TS)
                         AND NOT EXISTS
                             (SELECT 1
                                FROM VDPM17_AMND_WORK W
                               WHERE W.MCA_TMPLT_ID = T.MCA_TMPLT_ID
                                 AND W.ROW_UPDT_TS >=
                                     :WS-WRK-CUTOFF-TS)))
                 ORDER BY T.MCA_TMPLT_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE CTGRY_CSR CURSOR FOR
                 SELECT ATTRB_CTGRY_ID
                       ,CTGRY_SQ
                       ,CTGRY_STAT_CD
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM07_MCA_CTGRY
                 WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
                 ORDER BY CTGRY_SQ
           END-EXEC
      *
           EXEC SQL
              DECLARE TERM_CSR CURSOR FOR
                 SELECT ATTRB_CTGRY_ID
                       ,CTGRY_SQ
                       ,ATTRB_TERM_ID
                       ,TERM_SQ
                       ,TERM_STAT_CD
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM08_MCA_TERMS
                 WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
                 ORDER BY CTGRY_SQ, TERM_SQ
           END-EXEC
      *
           EXEC SQL
              DECLARE AMND_CSR CURSOR FOR
                 SELECT MCA_AMND_ID
                       ,ATTRB_CTGRY_ID
                       ,CTGRY_SQ
                       ,ATTRB_TERM_ID
                       ,TERM_SQ
                       ,MCA_ISDA_AMND_ID
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM16_MCA_AMND
                 WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
                 ORDER BY MCA_AMND_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE AMWK_CSR CURSOR FOR
                 SELECT MCA_AMND_ID
                       ,ATTRB_CTGRY_ID
                       ,CTGRY_SQ
                       ,ATTRB_TERM_ID
                       ,TERM_SQ
                       ,MCA_ISDA_AMND_ID
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM17_AMND_WORK
                 WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
                 ORDER BY MCA_AMND_ID
           END-EXEC
      *
      * THE TEMPLATE'S AMENDMENT IDS ARE ITS VDPM16 AND VDPM17 ROWS.
           EXEC SQL
              DECLARE APRV_CSR CURSOR FOR
                 SELECT MCA_AMND_ID
                       ,APRVL_STAT_CD
                       ,APRVL_RQST_USER_ID
                       ,APRVL_TS
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM16_AMND_APRVL
                 WHERE  MCA_AMND_ID IN
                        (SELECT MCA_AMND_ID
                           FROM VDPM16_MCA_AMND
                          WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                         UNION
                         SELECT MCA_AMND_ID
                           FROM VDPM17_AMND_WORK
                          WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                 ORDER BY MCA_AMND_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE LINK_CSR CURSOR FOR
                 SELECT MCA_AMND_ID
                       ,MCA_VALUE_ID
                       ,MCA_VALUE_TYPE_CD
                       ,AMND_STAT_CD
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM18_MCA_LINK
                 WHERE  MCA_AMND_ID IN
                        (SELECT MCA_AMND_ID
                           FROM VDPM16_MCA_AMND
                          WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                         UNION
                         SELECT MCA_AMND_ID
                           FROM VDPM17_AMND_WORK
                          WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                 ORDER BY MCA_AMND_ID, MCA_VALUE_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE LKWK_CSR CURSOR FOR
                 SELECT MCA_AMND_ID
                       ,MCA_VALUE_ID
                       ,MCA_VALUE_TYPE_CD
                       ,MCA_ACCS_STAT_CD
                       ,AMND_STAT_CD
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                 FROM   VDPM19_LINK_WORK
                 WHERE  MCA_AMND_ID IN
                        (SELECT MCA_AMND_ID
                           FROM VDPM16_MCA_AMND
                          WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                         UNION
                         SELECT MCA_AMND_ID
                           FROM VDPM17_AMND_WORK
                          WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                 ORDER BY MCA_AMND_ID, MCA_VALUE_ID
           END-EXEC
      *
      * TEXT AND COMMENT VALUES REACHED THROUGH EITHER LINK TABLE.
           EXEC SQL
              DECLARE TEXT_CSR CURSOR FOR
                 SELECT X.MCA_VALUE_ID
                       ,X.MCA_TEXT_DS
                 FROM   VDPM13_MCA_TEXT X
                 WHERE  X.MCA_VALUE_ID IN
                        (SELECT L.MCA_VALUE_ID
                           FROM VDPM18_MCA_LINK L
                          WHERE L.MCA_VALUE_TYPE_CD = 'T'
                            AND L.MCA_AMND_ID IN
                                (SELECT MCA_AMND_ID
                                   FROM VDPM16_MCA_AMND
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                                 UNION
                                 SELECT MCA_AMND_ID
                                   FROM VDPM17_AMND_WORK
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                         UNION
                         SELECT L.MCA_VALUE_ID
                           FROM VDPM19_LINK_WORK L
                          WHERE L.MCA_VALUE_TYPE_CD = 'T'
                            AND L.MCA_AMND_ID IN
                                (SELECT MCA_AMND_ID
                                   FROM VDPM16_MCA_AMND
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                                 UNION
                                 SELECT MCA_AMND_ID
                                   FROM VDPM17_AMND_WORK
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 ORDER BY X.MCA_VALUE_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE LANG_CSR CURSOR FOR
                 SELECT X.MCA_VALUE_ID
                       ,X.LANG_CD
                       ,X.TRNSL_STAT_CD
                       ,X.MCA_TEXT_DS
                       ,X.ROW_UPDT_TS
                       ,X.ROW_UPDT_USER_ID
                 FROM   VDPM13_TEXT_LANG X
                 WHERE  X.MCA_VALUE_ID IN
                        (SELECT L.MCA_VALUE_ID
                           FROM VDPM18_MCA_LINK L
                          WHERE L.MCA_VALUE_TYPE_CD = 'T'
                            AND L.MCA_AMND_ID IN
                                (SELECT MCA_AMND_ID
                                   FROM VDPM16_MCA_AMND
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                                 UNION
                                 SELECT MCA_AMND_ID
                                   FROM VDPM17_AMND_WORK
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                         UNION
                         SELECT L.MCA_VALUE_ID
                           FROM VDPM19_LINK_WORK L
                          WHERE L.MCA_VALUE_TYPE_CD = 'T'
                            AND L.MCA_AMND_ID IN
                                (SELECT MCA_AMND_ID
                                   FROM VDPM16_MCA_AMND
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                                 UNION
                                 SELECT MCA_AMND_ID
                                   FROM VDPM17_AMND_WORK
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 ORDER BY X.MCA_VALUE_ID, X.LANG_CD
           END-EXEC
      *
           EXEC SQL
              DECLARE CMNT_CSR CURSOR FOR
                 SELECT C.MCA_VALUE_ID
                       ,C.DELR_CMPNY_ID
                       ,C.CLNT_CMPNY_ID
                       ,C.ROW_UPDT_TS
                       ,C.ROW_UPDT_USER_ID
                       ,C.CMNT_TX
                       ,C.CMNT_VSBL_CD
                       ,C.POST_CMPNY_ID
                 FROM   VDPM11_MCA_CMNT C
                 WHERE  C.MCA_VALUE_ID IN
                        (SELECT L.MCA_VALUE_ID
                           FROM VDPM18_MCA_LINK L
                          WHERE L.MCA_VALUE_TYPE_CD = 'C'
                            AND L.MCA_AMND_ID IN
                                (SELECT MCA_AMND_ID
                                   FROM VDPM16_MCA_AMND
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                                 UNION
                                 SELECT MCA_AMND_ID
                                   FROM VDPM17_AMND_WORK
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                         UNION
                         SELECT L.MCA_VALUE_ID
                           FROM VDPM19_LINK_WORK L
                          WHERE L.MCA_VALUE_TYPE_CD = 'C'
                            AND L.MCA_AMND_ID IN
                                (SELECT MCA_AMND_ID
                                   FROM VDPM16_MCA_AMND
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                                 UNION
                                 SELECT MCA_AMND_ID
                                   FROM VDPM17_AMND_WORK
                                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 ORDER BY C.MCA_VALUE_ID, C.ROW_UPDT_TS
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           IF ARCHIVE-MODE
              PERFORM 2000-ARCHIVE-TEMPLATES
           ELSE
              PERFORM 5000-RELOAD-TEMPLATE
           END-IF
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
           DISPLAY 'DPMXTARC STARTED AT      :' WS-TS

           ACCEPT WS-MODE                   FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-PARM-3                 FROM SYSIN
           ACCEPT WS-PARM-4                 FROM SYSIN

           DISPLAY 'MODE                     :' WS-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT ARCHIVE-MODE AND NOT RELOAD-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF ARCHIVE-MODE
              PERFORM 1100-EDIT-ARCHIVE-PARMS
           ELSE
              PERFORM 1200-EDIT-RELOAD-PARMS
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       1100-EDIT-ARCHIVE-PARMS.
      *----------------------------------*
           MOVE '1100-EDIT-ARCHIVE-PARMS'   TO WS-PARAGRAPH-NAME

           IF WS-PARM-3(1:5) NOT NUMERIC
            OR WS-PARM-4(1:5) NOT NUMERIC
              DISPLAY 'RETENTION DAYS MUST BE 5 DIGITS - '
                      'RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PARM-3(1:5)              TO WS-RETN-EXP-DAYS
           MOVE WS-PARM-4(1:5)              TO WS-RETN-WRK-DAYS
           DISPLAY 'EXPIRED/SUPERSEDED RETN  :' WS-RETN-EXP-DAYS
           DISPLAY 'WORKING TEMPLATE RETN    :' WS-RETN-WRK-DAYS

           MOVE WS-RETN-EXP-DAYS            TO WS-RETN-DAYS
           EXEC SQL
              SET :WS-EXP-CUTOFF-TS =
                  CURRENT TIMESTAMP - :WS-RETN-DAYS DAYS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-RETN-WRK-DAYS            TO WS-RETN-DAYS
           EXEC SQL
              SET :WS-WRK-CUTOFF-TS =
                  CURRENT TIMESTAMP - :WS-RETN-DAYS DAYS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       1200-EDIT-RELOAD-PARMS.
      *----------------------------------*
           MOVE '1200-EDIT-RELOAD-PARMS'    TO WS-PARAGRAPH-NAME

           MOVE WS-PARM-4                   TO WS-RELOAD-RSN
           IF WS-PARM-3 NOT NUMERIC
            OR WS-PARM-3 = ZEROES
            OR WS-RELOAD-RSN = SPACES
              DISPLAY 'TEMPLATE ID (9 DIGITS) AND RELOAD REASON '
                      'REQUIRED - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PARM-3                   TO WS-RELOAD-ID-X
           MOVE WS-RELOAD-ID-X              TO WS-TMPLT-ID
           DISPLAY 'TEMPLATE ID              :' WS-RELOAD-ID-X
           DISPLAY 'RELOAD REASON            :' WS-RELOAD-RSN
           .
      *----------------------------------*
       2000-ARCHIVE-TEMPLATES.
      *----------------------------------*
           MOVE '2000-ARCHIVE-TEMPLATES'    TO WS-PARAGRAPH-NAME

           IF WS-RETN-EXP-DAYS = ZEROES
              DISPLAY 'EXPIRED/SUPERSEDED SKIPPED (RETENTION 0)'
           END-IF
           IF WS-RETN-WRK-DAYS = ZEROES
              DISPLAY 'WORKING TEMPLATES SKIPPED (RETENTION 0)'
           END-IF

           OPEN OUTPUT ARCHTMPL

           EXEC SQL
              OPEN ELIG_TMPLT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-TMPLT-EOF-SW
           PERFORM 2010-FETCH-ELIG-TMPLT
           PERFORM UNTIL NO-MORE-TMPLTS
              PERFORM 2100-CHECK-KEEP-TMPLT
              IF NOT KEEP-TEMPLATE
                 PERFORM 3000-UNLOAD-TEMPLATE
                 PERFORM 4000-PURGE-TEMPLATE
                 PERFORM 4900-LOG-PURGE
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 ADD 1                      TO WS-ARCHIVED-CNT
                 DISPLAY 'ARCHIVED AND PURGED TEMPLATE :'
                         WS-TMPLT-ID-X ' STATUS ' WS-TMPLT-STAT-IN
                         ' TYPE ' WS-TMPLT-TYPE-CD
              END-IF
              PERFORM 2010-FETCH-ELIG-TMPLT
           END-PERFORM

           EXEC SQL
              CLOSE ELIG_TMPLT_CSR
           END-EXEC

           PERFORM 2900-WRITE-FILE-CNTRL
           CLOSE ARCHTMPL
           .
      *----------------------------------*
       2010-FETCH-ELIG-TMPLT.
      *----------------------------------*
           MOVE '2010-FETCH-ELIG-TMPLT'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH ELIG_TMPLT_CSR
                INTO :WS-TMPLT-ID
                    ,:WS-TMPLT-DELR-ID
                    ,:WS-TMPLT-STAT-IN
                    ,:WS-TMPLT-TYPE-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-SCANNED-CNT
                 MOVE WS-TMPLT-ID           TO WS-TMPLT-ID-X
              WHEN +100
                 SET NO-MORE-TMPLTS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2100-CHECK-KEEP-TMPLT.
      *----------------------------------*
      * ONE MISSED HOLD IS A SANCTIONS MOTION - EVERY TEMPLATE IS
      * CHECKED AGAINST THE VDPM48 REGISTRY BEFORE IT IS DESTROYED.
      * A TEMPLATE STILL SERVING AS ANOTHER TEMPLATE'S BASE, OR WITH
      * AN ENROLLMENT STILL PENDING OR APPROVED AGAINST IT, STAYS.

           MOVE '2100-CHECK-KEEP-TMPLT'     TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-KEEP-SW

           MOVE WS-TMPLT-DELR-ID            TO WS-LHCK-CMPNY-ID
           MOVE WS-TMPLT-ID                 TO WS-LHCK-TMPLT-ID
           MOVE 'N'                         TO WS-LHCK-HELD-IN
           CALL WS-LHCK-PROGRAM USING WS-LHCK-PASS-AREA
           IF WS-LHCK-HELD
              SET KEEP-TEMPLATE             TO TRUE
              ADD 1                         TO WS-HOLDS-HONORED
              DISPLAY 'LEGAL HOLD - TEMPLATE KEPT   :' WS-TMPLT-ID-X
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-REF-CNT
                   FROM  VDPM14_MCA_TMPLT
                  WHERE  MCA_TMPLT_ID <> :WS-TMPLT-ID
                    AND (MCA_ISDA_TMPLT_ID  = :WS-TMPLT-ID
                     OR  MCA_CSTMZ_TMPLT_ID = :WS-TMPLT-ID)
                   WITH  UR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF

              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ENRL-CNT
                   FROM  VDPM06_MCA_ENRL
                  WHERE (RQST_TMPLT_ID = :WS-TMPLT-ID
                     OR  ASGD_TMPLT_ID = :WS-TMPLT-ID)
                    AND  DELR_STAT_CD IN ('P', 'F', 'A')
                   WITH  UR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF

              EVALUATE TRUE
                 WHEN WS-REF-CNT > 0
                    SET KEEP-TEMPLATE       TO TRUE
                    ADD 1                   TO WS-REFERENCED-CNT
                    DISPLAY 'BASE OF ANOTHER TEMPLATE KEPT:'
                            WS-TMPLT-ID-X
                 WHEN WS-ENRL-CNT > 0
                    SET KEEP-TEMPLATE       TO TRUE
                    ADD 1                   TO WS-ENROLLED-CNT
                    DISPLAY 'OPEN ENROLLMENT - KEPT       :'
                            WS-TMPLT-ID-X
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
      *----------------------------------*
       2900-WRITE-FILE-CNTRL.
      *----------------------------------*
      * END-OF-FILE CONTROL RECORD - TEMPLATES ARCHIVED AND THE TOTAL
      * RECORDS WRITTEN, SO AUDIT CAN PROVE THE FILE IS COMPLETE.

           MOVE '2900-WRITE-FILE-CNTRL'     TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO ARCHTMPL-REC
           MOVE 'Z'                         TO AT-REC-TYPE
           MOVE 0                           TO AT-TMPLT-ID
           MOVE WS-ARCHIVED-CNT             TO A9-H-CNT
           MOVE WS-REC-WRITTEN-CNT          TO A9-G-CNT
           MOVE 0                           TO A9-C-CNT A9-T-CNT
                                               A9-A-CNT A9-W-CNT
                                               A9-P-CNT A9-L-CNT
                                               A9-K-CNT A9-X-CNT
                                               A9-Y-CNT A9-M-CNT
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE WS-TS                       TO A9-ARCH-TS
           MOVE WS-USER-ID                  TO A9-ARCH-USER-ID
           WRITE ARCHTMPL-REC
           .
      *----------------------------------*
       3000-UNLOAD-TEMPLATE.
      *----------------------------------*
      * THE WHOLE TREE GOES TO ARCHTMPL, PARENTS FIRST, THE ORDER THE
      * RELOAD PUTS IT BACK IN.  THE TRAILER CLOSES THE UNIT.

           MOVE '3000-UNLOAD-TEMPLATE'      TO WS-PARAGRAPH-NAME
           INITIALIZE WS-UNIT-CNTS

           PERFORM 3100-UNLOAD-HEADER
           PERFORM 3150-UNLOAD-WORK-COPY
           PERFORM 3200-UNLOAD-CTGRY
           PERFORM 3250-UNLOAD-TERMS
           PERFORM 3300-UNLOAD-AMND
           PERFORM 3350-UNLOAD-AMND-WORK
           PERFORM 3400-UNLOAD-APRVL
           PERFORM 3450-UNLOAD-LINK
           PERFORM 3500-UNLOAD-LINK-WORK
           PERFORM 3550-UNLOAD-TEXT
           PERFORM 3600-UNLOAD-TEXT-LANG
           PERFORM 3650-UNLOAD-CMNT
           PERFORM 3900-WRITE-UNIT-TRAILER
           .
      *----------------------------------*
       3100-UNLOAD-HEADER.
      *----------------------------------*
           MOVE '3100-UNLOAD-HEADER'        TO WS-PARAGRAPH-NAME

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
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID
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
                    ,:D014-ROW-UPDT-TS
                    ,:D014-ROW-UPDT-USER-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'H'                         TO WS-SLICE-TYPE
           PERFORM 3190-WRITE-HEADER-REC
           ADD 1                            TO WS-H-CNT
           .
      *----------------------------------*
       3150-UNLOAD-WORK-COPY.
      *----------------------------------*
      * VDPM15 HAS THE VDPM14 LAYOUT, SO THE WORKING COPY IS READ INTO
      * THE SAME HOST VARIABLES AND WRITTEN AS A 'G' RECORD.

           MOVE '3150-UNLOAD-WORK-COPY'     TO WS-PARAGRAPH-NAME

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
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID
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
                    ,:D014-ROW-UPDT-TS
                    ,:D014-ROW-UPDT-USER-ID
                FROM  VDPM15_TMPLT_WORK
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'G'                   TO WS-SLICE-TYPE
                 PERFORM 3190-WRITE-HEADER-REC
                 ADD 1                      TO WS-G-CNT
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM15_TMPLT_WORK'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3190-WRITE-HEADER-REC.
      *----------------------------------*
           MOVE SPACES                      TO ARCHTMPL-REC
           MOVE WS-SLICE-TYPE               TO AT-REC-TYPE
           MOVE WS-TMPLT-ID                 TO AT-TMPLT-ID
           MOVE D014-MCA-TMPLT-NM-LEN       TO AH-NM-LEN
           MOVE D014-MCA-TMPLT-NM-TEXT      TO AH-NM
           MOVE D014-MCA-TMPLT-SHORT-NM     TO AH-SHORT-NM
           MOVE D014-MCA-TMPLT-GROUP-CD     TO AH-GROUP-CD
           MOVE D014-MCA-TMPLT-TYPE-CD      TO AH-TYPE-CD
           MOVE D014-DELR-CMPNY-ID          TO AH-DELR-CMPNY-ID
           MOVE D014-CLNT-CMPNY-ID          TO AH-CLNT-CMPNY-ID
           MOVE D014-ATTRB-PRDCT-ID         TO AH-PRDCT-ID
           MOVE D014-ATTRB-SUB-PRDCT-ID     TO AH-SUB-PRDCT-ID
           MOVE D014-ATTRB-REGN-ID          TO AH-REGN-ID
           MOVE D014-MCA-PBLTN-DT           TO AH-PBLTN-DT
           MOVE D014-MCA-END-DT             TO AH-END-DT
           MOVE D014-MCA-STAT-IN            TO AH-STAT-IN
           MOVE D014-MCA-EXE-TS             TO AH-EXE-TS
           MOVE D014-MCA-DELR-STAT-CD       TO AH-DELR-STAT-CD
           MOVE D014-MCA-CLNT-STAT-CD       TO AH-CLNT-STAT-CD
           MOVE D014-MCA-ISDA-TMPLT-ID      TO AH-ISDA-TMPLT-ID
           MOVE D014-MCA-CSTMZ-TMPLT-ID     TO AH-CSTMZ-TMPLT-ID
           MOVE D014-MCA-TMPLT-RQSTR-ID     TO AH-RQSTR-ID
           MOVE D014-MCA-TMPLT-APRVR-ID     TO AH-APRVR-ID
           MOVE D014-ROW-UPDT-TS            TO AH-ROW-UPDT-TS
           MOVE D014-ROW-UPDT-USER-ID       TO AH-ROW-UPDT-USER-ID
           PERFORM 8000-WRITE-ARCH-REC
           .
      *----------------------------------*
       3200-UNLOAD-CTGRY.
      *----------------------------------*
           MOVE '3200-UNLOAD-CTGRY'         TO WS-PARAGRAPH-NAME
           MOVE 'VDPM07_MCA_CTGRY'          TO WS-TABLE-NAME

           EXEC SQL
              OPEN CTGRY_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH CTGRY_CSR
                   INTO :D007-ATTRB-CTGRY-ID
                       ,:D007-CTGRY-SQ
                       ,:D007-CTGRY-STAT-CD
                       ,:D007-ROW-UPDT-TS
                       ,:D007-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES             TO ARCHTMPL-REC
                    MOVE 'C'                TO AT-REC-TYPE
                    MOVE WS-TMPLT-ID        TO AT-TMPLT-ID
                    MOVE D007-ATTRB-CTGRY-ID TO AC-CTGRY-ID
                    MOVE D007-CTGRY-SQ      TO AC-CTGRY-SQ
                    MOVE D007-CTGRY-STAT-CD TO AC-STAT-CD
                    MOVE D007-ROW-UPDT-TS   TO AC-ROW-UPDT-TS
                    MOVE D007-ROW-UPDT-USER-ID
                                            TO AC-ROW-UPDT-USER-ID
                    PERFORM 8000-WRITE-ARCH-REC
                    ADD 1                   TO WS-C-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE CTGRY_CSR
           END-EXEC
           .
      *----------------------------------*
       3250-UNLOAD-TERMS.
      *----------------------------------*
           MOVE '3250-UNLOAD-TERMS'         TO WS-PARAGRAPH-NAME
           MOVE 'VDPM08_MCA_TERMS'          TO WS-TABLE-NAME

           EXEC SQL
              OPEN TERM_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH TERM_CSR
                   INTO :D008-ATTRB-CTGRY-ID
                       ,:D008-CTGRY-SQ
                       ,:D008-ATTRB-TERM-ID
                       ,:D008-TERM-SQ
                       ,:D008-TERM-STAT-CD
                       ,:D008-ROW-UPDT-TS
                       ,:D008-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES             TO ARCHTMPL-REC
                    MOVE 'T'                TO AT-REC-TYPE
                    MOVE WS-TMPLT-ID        TO AT-TMPLT-ID
                    MOVE D008-ATTRB-CTGRY-ID TO AC-CTGRY-ID
                    MOVE D008-CTGRY-SQ      TO AC-CTGRY-SQ
                    MOVE D008-ATTRB-TERM-ID TO AC-TERM-ID
                    MOVE D008-TERM-SQ       TO AC-TERM-SQ
                    MOVE D008-TERM-STAT-CD  TO AC-STAT-CD
                    MOVE D008-ROW-UPDT-TS   TO AC-ROW-UPDT-TS
                    MOVE D008-ROW-UPDT-USER-ID
                                            TO AC-ROW-UPDT-USER-ID
                    PERFORM 8000-WRITE-ARCH-REC
                    ADD 1                   TO WS-T-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE TERM_CSR
           END-EXEC
           .
      *----------------------------------*
       3300-UNLOAD-AMND.
      *----------------------------------*
           MOVE '3300-UNLOAD-AMND'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM16_MCA_AMND'           TO WS-TABLE-NAME

           EXEC SQL
              OPEN AMND_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH AMND_CSR
                   INTO :D016-MCA-AMND-ID
                       ,:D016-ATTRB-CTGRY-ID
                       ,:D016-CTGRY-SQ
                       ,:D016-ATTRB-TERM-ID
                       ,:D016-TERM-SQ
                       ,:D016-MCA-ISDA-AMND-ID
                       ,:D016-ROW-UPDT-TS
                       ,:D016-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'A'                TO WS-SLICE-TYPE
                    PERFORM 3390-WRITE-AMND-REC
                    ADD 1                   TO WS-A-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE AMND_CSR
           END-EXEC
           .
      *----------------------------------*
       3350-UNLOAD-AMND-WORK.
      *----------------------------------*
      * VDPM17 HAS THE VDPM16 LAYOUT AND SHARES ITS HOST VARIABLES.

           MOVE '3350-UNLOAD-AMND-WORK'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM17_AMND_WORK'          TO WS-TABLE-NAME

           EXEC SQL
              OPEN AMWK_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH AMWK_CSR
                   INTO :D016-MCA-AMND-ID
                       ,:D016-ATTRB-CTGRY-ID
                       ,:D016-CTGRY-SQ
                       ,:D016-ATTRB-TERM-ID
                       ,:D016-TERM-SQ
                       ,:D016-MCA-ISDA-AMND-ID
                       ,:D016-ROW-UPDT-TS
                       ,:D016-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'W'                TO WS-SLICE-TYPE
                    PERFORM 3390-WRITE-AMND-REC
                    ADD 1                   TO WS-W-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE AMWK_CSR
           END-EXEC
           .
      *----------------------------------*
       3390-WRITE-AMND-REC.
      *----------------------------------*
           MOVE SPACES                      TO ARCHTMPL-REC
           MOVE WS-SLICE-TYPE               TO AT-REC-TYPE
           MOVE WS-TMPLT-ID                 TO AT-TMPLT-ID
           MOVE D016-MCA-AMND-ID            TO AA-AMND-ID
           MOVE D016-ATTRB-CTGRY-ID         TO AA-CTGRY-ID
           MOVE D016-CTGRY-SQ               TO AA-CTGRY-SQ
           MOVE D016-ATTRB-TERM-ID          TO AA-TERM-ID
           MOVE D016-TERM-SQ                TO AA-TERM-SQ
           MOVE D016-MCA-ISDA-AMND-ID       TO AA-ISDA-AMND-ID
           MOVE D016-ROW-UPDT-TS            TO AA-ROW-UPDT-TS
           MOVE D016-ROW-UPDT-USER-ID       TO AA-ROW-UPDT-USER-ID
           PERFORM 8000-WRITE-ARCH-REC
           .
      *----------------------------------*
       3400-UNLOAD-APRVL.
      *----------------------------------*
           MOVE '3400-UNLOAD-APRVL'         TO WS-PARAGRAPH-NAME
           MOVE 'VDPM16_AMND_APRVL'         TO WS-TABLE-NAME

           EXEC SQL
              OPEN APRV_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH APRV_CSR
                   INTO :D16A-MCA-AMND-ID
                       ,:D16A-APRVL-STAT-CD
                       ,:D16A-APRVL-RQST-USER-ID
                       ,:D16A-APRVL-TS
                       ,:D16A-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES             TO ARCHTMPL-REC
                    MOVE 'P'                TO AT-REC-TYPE
                    MOVE WS-TMPLT-ID        TO AT-TMPLT-ID
                    MOVE D16A-MCA-AMND-ID   TO AP-AMND-ID
                    MOVE D16A-APRVL-STAT-CD TO AP-APRVL-STAT-CD
                    MOVE D16A-APRVL-RQST-USER-ID
                                            TO AP-RQST-USER-ID
                    MOVE D16A-APRVL-TS      TO AP-APRVL-TS
                    MOVE D16A-ROW-UPDT-USER-ID
                                            TO AP-ROW-UPDT-USER-ID
                    PERFORM 8000-WRITE-ARCH-REC
                    ADD 1                   TO WS-P-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE APRV_CSR
           END-EXEC
           .
      *----------------------------------*
       3450-UNLOAD-LINK.
      *----------------------------------*
      * VDPM18 ROWS USE THE VDPM19 HOST VARIABLES; THE ACCESS STATUS
      * STAYS BLANK ON AN 'L' RECORD.

           MOVE '3450-UNLOAD-LINK'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM18_MCA_LINK'           TO WS-TABLE-NAME

           EXEC SQL
              OPEN LINK_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH LINK_CSR
                   INTO :D019-MCA-AMND-ID
                       ,:D019-MCA-VALUE-ID
                       ,:D019-MCA-VALUE-TYPE-CD
                       ,:D019-AMND-STAT-CD
                       ,:D019-ROW-UPDT-TS
                       ,:D019-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES             TO D019-MCA-ACCS-STAT-CD
                    MOVE 'L'                TO WS-SLICE-TYPE
                    PERFORM 3590-WRITE-LINK-REC
                    ADD 1                   TO WS-L-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE LINK_CSR
           END-EXEC
           .
      *----------------------------------*
       3500-UNLOAD-LINK-WORK.
      *----------------------------------*
           MOVE '3500-UNLOAD-LINK-WORK'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM19_LINK_WORK'          TO WS-TABLE-NAME

           EXEC SQL
              OPEN LKWK_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH LKWK_CSR
                   INTO :D019-MCA-AMND-ID
                       ,:D019-MCA-VALUE-ID
                       ,:D019-MCA-VALUE-TYPE-CD
                       ,:D019-MCA-ACCS-STAT-CD
                       ,:D019-AMND-STAT-CD
                       ,:D019-ROW-UPDT-TS
                       ,:D019-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'K'                TO WS-SLICE-TYPE
                    PERFORM 3590-WRITE-LINK-REC
                    ADD 1                   TO WS-K-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE LKWK_CSR
           END-EXEC
           .
      *----------------------------------*
       3590-WRITE-LINK-REC.
      *----------------------------------*
           MOVE SPACES                      TO ARCHTMPL-REC
           MOVE WS-SLICE-TYPE               TO AT-REC-TYPE
           MOVE WS-TMPLT-ID                 TO AT-TMPLT-ID
           MOVE D019-MCA-AMND-ID            TO AL-AMND-ID
           MOVE D019-MCA-VALUE-ID           TO AL-VALUE-ID
           MOVE D019-MCA-VALUE-TYPE-CD      TO AL-VALUE-TYPE-CD
           MOVE D019-MCA-ACCS-STAT-CD       TO AL-ACCS-STAT-CD
           MOVE D019-AMND-STAT-CD           TO AL-AMND-STAT-CD
           MOVE D019-ROW-UPDT-TS            TO AL-ROW-UPDT-TS
           MOVE D019-ROW-UPDT-USER-ID       TO AL-ROW-UPDT-USER-ID
           PERFORM 8000-WRITE-ARCH-REC
           .
      *----------------------------------*
       3550-UNLOAD-TEXT.
      *----------------------------------*
           MOVE '3550-UNLOAD-TEXT'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM13_MCA_TEXT'           TO WS-TABLE-NAME

           EXEC SQL
              OPEN TEXT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH TEXT_CSR
                   INTO :D013-MCA-VALUE-ID
                       ,:D013-MCA-TEXT-DS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES             TO ARCHTMPL-REC
                    MOVE D013-MCA-VALUE-ID  TO AX-VALUE-ID
                    MOVE AS-KEY-AREA        TO WS-SLICE-KEY
                    MOVE D013-MCA-TEXT-DS-LEN
                                            TO WS-TEXT-LEN
                    MOVE D013-MCA-TEXT-DS-TEXT
                                            TO WS-TEXT-BUF
                    MOVE 'X'                TO WS-SLICE-TYPE
                    PERFORM 8100-WRITE-SLICES
                    ADD 1                   TO WS-X-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE TEXT_CSR
           END-EXEC
           .
      *----------------------------------*
       3600-UNLOAD-TEXT-LANG.
      *----------------------------------*
           MOVE '3600-UNLOAD-TEXT-LANG'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM13_TEXT_LANG'          TO WS-TABLE-NAME

           EXEC SQL
              OPEN LANG_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH LANG_CSR
                   INTO :D13L-MCA-VALUE-ID
                       ,:D13L-LANG-CD
                       ,:D13L-TRNSL-STAT-CD
                       ,:D13L-MCA-TEXT-DS
                       ,:D13L-ROW-UPDT-TS
                       ,:D13L-ROW-UPDT-USER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES             TO ARCHTMPL-REC
                    MOVE D13L-MCA-VALUE-ID  TO AX-VALUE-ID
                    MOVE D13L-LANG-CD       TO AX-LANG-CD
                    MOVE D13L-TRNSL-STAT-CD TO AX-TRNSL-STAT-CD
                    MOVE D13L-ROW-UPDT-TS   TO AX-ROW-UPDT-TS
                    MOVE D13L-ROW-UPDT-USER-ID
                                            TO AX-ROW-UPDT-USER-ID
                    MOVE AS-KEY-AREA        TO WS-SLICE-KEY
                    MOVE D13L-MCA-TEXT-DS-LEN
                                            TO WS-TEXT-LEN
                    MOVE D13L-MCA-TEXT-DS-TEXT
                                            TO WS-TEXT-BUF
                    MOVE 'Y'                TO WS-SLICE-TYPE
                    PERFORM 8100-WRITE-SLICES
                    ADD 1                   TO WS-Y-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE LANG_CSR
           END-EXEC
           .
      *----------------------------------*
       3650-UNLOAD-CMNT.
      *----------------------------------*
           MOVE '3650-UNLOAD-CMNT'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM11_MCA_CMNT'           TO WS-TABLE-NAME

           EXEC SQL
              OPEN CMNT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH CMNT_CSR
                   INTO :D011-MCA-VALUE-ID
                       ,:D011-DELR-CMPNY-ID
                       ,:D011-CLNT-CMPNY-ID
                       ,:D011-ROW-UPDT-TS
                       ,:D011-ROW-UPDT-USER-ID
                       ,:D011-CMNT-TX
                       ,:D011-CMNT-VSBL-CD
                       ,:D011-POST-CMPNY-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES             TO ARCHTMPL-REC
                    MOVE D011-MCA-VALUE-ID  TO AM-VALUE-ID
                    MOVE D011-DELR-CMPNY-ID TO AM-DELR-CMPNY-ID
                    MOVE D011-CLNT-CMPNY-ID TO AM-CLNT-CMPNY-ID
                    MOVE D011-ROW-UPDT-TS   TO AM-ROW-UPDT-TS
                    MOVE D011-ROW-UPDT-USER-ID
                                            TO AM-ROW-UPDT-USER-ID
                    MOVE D011-CMNT-VSBL-CD  TO AM-VSBL-CD
                    MOVE D011-POST-CMPNY-ID TO AM-POST-CMPNY-ID
                    MOVE AS-KEY-AREA        TO WS-SLICE-KEY
                    MOVE D011-CMNT-TX-LEN   TO WS-TEXT-LEN
                    MOVE D011-CMNT-TX-TEXT  TO WS-TEXT-BUF
                    MOVE 'M'                TO WS-SLICE-TYPE
                    PERFORM 8100-WRITE-SLICES
                    ADD 1                   TO WS-M-CNT
                 WHEN +100
                    SET NO-MORE-ROWS        TO TRUE
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE CMNT_CSR
           END-EXEC
           .
      *----------------------------------*
       3900-WRITE-UNIT-TRAILER.
      *----------------------------------*
           MOVE '3900-WRITE-UNIT-TRAILER'   TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO ARCHTMPL-REC
           MOVE '9'                         TO AT-REC-TYPE
           MOVE WS-TMPLT-ID                 TO AT-TMPLT-ID
           MOVE WS-H-CNT                    TO A9-H-CNT
           MOVE WS-G-CNT                    TO A9-G-CNT
           MOVE WS-C-CNT                    TO A9-C-CNT
           MOVE WS-T-CNT                    TO A9-T-CNT
           MOVE WS-A-CNT                    TO A9-A-CNT
           MOVE WS-W-CNT                    TO A9-W-CNT
           MOVE WS-P-CNT                    TO A9-P-CNT
           MOVE WS-L-CNT                    TO A9-L-CNT
           MOVE WS-K-CNT                    TO A9-K-CNT
           MOVE WS-X-CNT                    TO A9-X-CNT
           MOVE WS-Y-CNT                    TO A9-Y-CNT
           MOVE WS-M-CNT                    TO A9-M-CNT
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE WS-TS                       TO A9-ARCH-TS
           MOVE WS-USER-ID                  TO A9-ARCH-USER-ID
           PERFORM 8000-WRITE-ARCH-REC
           .
      *----------------------------------*
       4000-PURGE-TEMPLATE.
      *----------------------------------*
      * CHILDREN FIRST.  TEXT AND COMMENTS GO BEFORE THE LINKS, WHILE
      * THE LINKS STILL SAY WHICH VALUES BELONG TO THIS TEMPLATE, AND
      * ONLY WHERE NO OTHER TEMPLATE'S LINK STILL USES THE VALUE.

           MOVE '4000-PURGE-TEMPLATE'       TO WS-PARAGRAPH-NAME

           PERFORM 4100-PURGE-SHARED-VALUES

           MOVE 'VDPM19_LINK_WORK'          TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM19_LINK_WORK
               WHERE MCA_AMND_ID IN
                     (SELECT MCA_AMND_ID
                        FROM VDPM16_MCA_AMND
                       WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                      UNION
                      SELECT MCA_AMND_ID
                        FROM VDPM17_AMND_WORK
                       WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
           END-EXEC
           MOVE WS-K-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

           MOVE 'VDPM18_MCA_LINK'           TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM18_MCA_LINK
               WHERE MCA_AMND_ID IN
                     (SELECT MCA_AMND_ID
                        FROM VDPM16_MCA_AMND
                       WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                      UNION
                      SELECT MCA_AMND_ID
                        FROM VDPM17_AMND_WORK
                       WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
           END-EXEC
           MOVE WS-L-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

           MOVE 'VDPM16_AMND_APRVL'         TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM16_AMND_APRVL
               WHERE MCA_AMND_ID IN
                     (SELECT MCA_AMND_ID
                        FROM VDPM16_MCA_AMND
                       WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                      UNION
                      SELECT MCA_AMND_ID
                        FROM VDPM17_AMND_WORK
                       WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
           END-EXEC
           MOVE WS-P-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

           MOVE 'VDPM17_AMND_WORK'          TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM17_AMND_WORK
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           MOVE WS-W-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

           MOVE 'VDPM16_MCA_AMND'           TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM16_MCA_AMND
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           MOVE WS-A-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

           MOVE 'VDPM08_MCA_TERMS'          TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM08_MCA_TERMS
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           MOVE WS-T-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

           MOVE 'VDPM07_MCA_CTGRY'          TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM07_MCA_CTGRY
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           MOVE WS-C-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

      *    A LEFTOVER LOCK ON A RETIRED TEMPLATE IS NOT ARCHIVED.
           MOVE 'VDPM10_MCA_LOCK'           TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM10_MCA_LOCK
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD SQLERRD(3)             TO WS-LOCK-DEL-CNT
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE 'VDPM15_TMPLT_WORK'         TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM15_TMPLT_WORK
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           MOVE WS-G-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE

           MOVE 'VDPM14_MCA_TMPLT'          TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           MOVE WS-H-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4800-CHECK-DELETE
           .
      *----------------------------------*
       4100-PURGE-SHARED-VALUES.
      *----------------------------------*
      * A VALUE IS STILL IN USE WHEN A LINK OUTSIDE THIS TEMPLATE'S
      * AMENDMENTS POINTS AT IT - A COPIED TEMPLATE SHARES ITS TEXT.

           MOVE '4100-PURGE-SHARED-VALUES'  TO WS-PARAGRAPH-NAME

           MOVE 'VDPM11_MCA_CMNT'           TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM11_MCA_CMNT C
               WHERE C.MCA_VALUE_ID IN
                     (SELECT L.MCA_VALUE_ID
                        FROM VDPM18_MCA_LINK L
                       WHERE L.MCA_VALUE_TYPE_CD = 'C'
                         AND L.MCA_AMND_ID IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                      UNION
                      SELECT L.MCA_VALUE_ID
                        FROM VDPM19_LINK_WORK L
                       WHERE L.MCA_VALUE_TYPE_CD = 'C'
                         AND L.MCA_AMND_ID IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 AND NOT EXISTS
                     (SELECT 1
                        FROM VDPM18_MCA_LINK O
                       WHERE O.MCA_VALUE_ID = C.MCA_VALUE_ID
                         AND O.MCA_AMND_ID NOT IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 AND NOT EXISTS
                     (SELECT 1
                        FROM VDPM19_LINK_WORK O
                       WHERE O.MCA_VALUE_ID = C.MCA_VALUE_ID
                         AND O.MCA_AMND_ID NOT IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
           END-EXEC
           MOVE WS-M-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4850-CHECK-SHARED-DELETE

           MOVE 'VDPM13_TEXT_LANG'          TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM13_TEXT_LANG X
               WHERE X.MCA_VALUE_ID IN
                     (SELECT L.MCA_VALUE_ID
                        FROM VDPM18_MCA_LINK L
                       WHERE L.MCA_VALUE_TYPE_CD = 'T'
                         AND L.MCA_AMND_ID IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                      UNION
                      SELECT L.MCA_VALUE_ID
                        FROM VDPM19_LINK_WORK L
                       WHERE L.MCA_VALUE_TYPE_CD = 'T'
                         AND L.MCA_AMND_ID IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 AND NOT EXISTS
                     (SELECT 1
                        FROM VDPM18_MCA_LINK O
                       WHERE O.MCA_VALUE_ID = X.MCA_VALUE_ID
                         AND O.MCA_AMND_ID NOT IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 AND NOT EXISTS
                     (SELECT 1
                        FROM VDPM19_LINK_WORK O
                       WHERE O.MCA_VALUE_ID = X.MCA_VALUE_ID
                         AND O.MCA_AMND_ID NOT IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
           END-EXEC
           MOVE WS-Y-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4850-CHECK-SHARED-DELETE

           MOVE 'VDPM13_MCA_TEXT'           TO WS-TABLE-NAME
           EXEC SQL
              DELETE FROM VDPM13_MCA_TEXT X
               WHERE X.MCA_VALUE_ID IN
                     (SELECT L.MCA_VALUE_ID
                        FROM VDPM18_MCA_LINK L
                       WHERE L.MCA_VALUE_TYPE_CD = 'T'
                         AND L.MCA_AMND_ID IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
                      UNION
                      SELECT L.MCA_VALUE_ID
                        FROM VDPM19_LINK_WORK L
                       WHERE L.MCA_VALUE_TYPE_CD = 'T'
                         AND L.MCA_AMND_ID IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 AND NOT EXISTS
                     (SELECT 1
                        FROM VDPM18_MCA_LINK O
                       WHERE O.MCA_VALUE_ID = X.MCA_VALUE_ID
                         AND O.MCA_AMND_ID NOT IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
                 AND NOT EXISTS
                     (SELECT 1
                        FROM VDPM19_LINK_WORK O
                       WHERE O.MCA_VALUE_ID = X.MCA_VALUE_ID
                         AND O.MCA_AMND_ID NOT IN
                             (SELECT MCA_AMND_ID
                                FROM VDPM16_MCA_AMND
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                              UNION
                              SELECT MCA_AMND_ID
                                FROM VDPM17_AMND_WORK
                               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID))
           END-EXEC
           MOVE WS-X-CNT                    TO WS-UNLOAD-CNT
           PERFORM 4850-CHECK-SHARED-DELETE
           .
      *----------------------------------*
       4800-CHECK-DELETE.
      *----------------------------------*
      * THE DELETE MUST REMOVE EXACTLY THE ROWS UNLOADED; A MISMATCH
      * MEANS THE TREE CHANGED UNDER US AND THE TEMPLATE IS ROLLED
      * BACK RATHER THAN LOSING UNARCHIVED CONTENT.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)            TO WS-DELETE-CNT
              WHEN +100
                 MOVE 0                     TO WS-DELETE-CNT
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-DELETE-CNT NOT = WS-UNLOAD-CNT
              DISPLAY 'UNLOAD/DELETE COUNT MISMATCH ON ' WS-TABLE-NAME
              DISPLAY 'TEMPLATE ' WS-TMPLT-ID-X
                      ' UNLOADED ' WS-UNLOAD-CNT
                      ' DELETED ' WS-DELETE-CNT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       4850-CHECK-SHARED-DELETE.
      *----------------------------------*
      * SHARED VALUES MAY LEGITIMATELY STAY, SO ONLY MORE ROWS GONE
      * THAN WERE UNLOADED IS AN ERROR.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)            TO WS-DELETE-CNT
              WHEN +100
                 MOVE 0                     TO WS-DELETE-CNT
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-DELETE-CNT > WS-UNLOAD-CNT
              DISPLAY 'UNLOAD/DELETE COUNT MISMATCH ON ' WS-TABLE-NAME
              DISPLAY 'TEMPLATE ' WS-TMPLT-ID-X
                      ' UNLOADED ' WS-UNLOAD-CNT
                      ' DELETED ' WS-DELETE-CNT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-SHARED-KEPT-CNT = WS-SHARED-KEPT-CNT
                                      + WS-UNLOAD-CNT - WS-DELETE-CNT
           .
      *----------------------------------*
       4900-LOG-PURGE.
      *----------------------------------*
           MOVE '4900-LOG-PURGE'            TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-ALOG-USER-ID
           MOVE 'D'                         TO WS-ALOG-ACTN-CD
           MOVE WS-TMPLT-ID                 TO WS-ALOG-TMPLT-ID
           MOVE WS-TMPLT-DELR-ID            TO WS-ALOG-CMPNY-ID
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'TEMPLATE ARCHIVED TO ARCHTMPL AND PURGED, STATUS '
                  WS-TMPLT-STAT-IN ' TYPE ' WS-TMPLT-TYPE-CD
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
      *----------------------------------*
       5000-RELOAD-TEMPLATE.
      *----------------------------------*
           MOVE '5000-RELOAD-TEMPLATE'      TO WS-PARAGRAPH-NAME

           MOVE WS-TMPLT-ID                 TO WS-TMPLT-ID-X
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-CNT
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           IF WS-EXIST-CNT > 0
              DISPLAY 'TEMPLATE STILL EXISTS ON VDPM14 - '
                      'NOTHING TO RELOAD'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           INITIALIZE WS-UNIT-CNTS
           OPEN INPUT ARCHTMPL
           PERFORM 5100-READ-NEXT-REC
           PERFORM UNTIL NO-MORE-RECS OR UNIT-COMPLETE
              IF AT-TMPLT-ID = WS-RELOAD-ID-X
                 PERFORM 5200-PROCESS-ONE-REC
              END-IF
              IF NOT UNIT-COMPLETE
                 PERFORM 5100-READ-NEXT-REC
              END-IF
           END-PERFORM
           CLOSE ARCHTMPL

           IF NOT UNIT-FOUND
              DISPLAY 'TEMPLATE NOT ON ARCHIVE FILE: ' WS-RELOAD-ID-X
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT UNIT-COMPLETE
              DISPLAY '*** UNIT HAS NO TRAILER - ARCHIVE DAMAGED ***'
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 5900-LOG-RELOAD
           EXEC SQL
              COMMIT
           END-EXEC
           DISPLAY 'TEMPLATE RELOADED        :' WS-RELOAD-ID-X
           .
      *----------------------------------*
       5100-READ-NEXT-REC.
      *----------------------------------*
           READ ARCHTMPL
              AT END
                 SET NO-MORE-RECS           TO TRUE
           END-READ
           .
      *----------------------------------*
       5200-PROCESS-ONE-REC.
      *----------------------------------*
      * THE UNIT STARTS AT ITS 'H' RECORD AND ENDS AT ITS '9' TRAILER.

           EVALUATE TRUE
              WHEN AT-REC-TYPE = 'H'
                 SET UNIT-FOUND             TO TRUE
                 PERFORM 5210-INSERT-TEMPLATE
              WHEN NOT UNIT-FOUND
                 CONTINUE
              WHEN AT-REC-TYPE = 'G'
                 PERFORM 5220-INSERT-WORK-COPY
              WHEN AT-REC-TYPE = 'C'
                 PERFORM 5230-INSERT-CTGRY
              WHEN AT-REC-TYPE = 'T'
                 PERFORM 5240-INSERT-TERM
              WHEN AT-REC-TYPE = 'A'
                 PERFORM 5250-INSERT-AMND
              WHEN AT-REC-TYPE = 'W'
                 PERFORM 5260-INSERT-AMND-WORK
              WHEN AT-REC-TYPE = 'P'
                 PERFORM 5270-INSERT-APRVL
              WHEN AT-REC-TYPE = 'L'
                 PERFORM 5280-INSERT-LINK
              WHEN AT-REC-TYPE = 'K'
                 PERFORM 5290-INSERT-LINK-WORK
              WHEN AT-REC-TYPE = 'X'
               OR AT-REC-TYPE = 'Y'
               OR AT-REC-TYPE = 'M'
                 PERFORM 5300-COLLECT-SLICE
              WHEN AT-REC-TYPE = '9'
                 PERFORM 5400-CHECK-TRAILER
                 SET UNIT-COMPLETE          TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------*
       5210-INSERT-TEMPLATE.
      *----------------------------------*
           MOVE '5210-INSERT-TEMPLATE'      TO WS-PARAGRAPH-NAME
           MOVE 'VDPM14_MCA_TMPLT'          TO WS-TABLE-NAME

           PERFORM 5215-LOAD-HEADER-FIELDS
           MOVE AH-DELR-CMPNY-ID            TO WS-TMPLT-DELR-ID

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
              VALUES (:WS-TMPLT-ID
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
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-H-CNT
           .
      *----------------------------------*
       5215-LOAD-HEADER-FIELDS.
      *----------------------------------*
           MOVE AH-NM-LEN                   TO D014-MCA-TMPLT-NM-LEN
           MOVE AH-NM                       TO D014-MCA-TMPLT-NM-TEXT
           MOVE AH-SHORT-NM                 TO D014-MCA-TMPLT-SHORT-NM
           MOVE AH-GROUP-CD                 TO D014-MCA-TMPLT-GROUP-CD
           MOVE AH-TYPE-CD                  TO D014-MCA-TMPLT-TYPE-CD
           MOVE AH-DELR-CMPNY-ID            TO D014-DELR-CMPNY-ID
           MOVE AH-CLNT-CMPNY-ID            TO D014-CLNT-CMPNY-ID
           MOVE AH-PRDCT-ID                 TO D014-ATTRB-PRDCT-ID
           MOVE AH-SUB-PRDCT-ID             TO D014-ATTRB-SUB-PRDCT-ID
           MOVE AH-REGN-ID                  TO D014-ATTRB-REGN-ID
           MOVE AH-PBLTN-DT                 TO D014-MCA-PBLTN-DT
           MOVE AH-END-DT                   TO D014-MCA-END-DT
           MOVE AH-STAT-IN                  TO D014-MCA-STAT-IN
           MOVE AH-EXE-TS                   TO D014-MCA-EXE-TS
           MOVE AH-DELR-STAT-CD             TO D014-MCA-DELR-STAT-CD
           MOVE AH-CLNT-STAT-CD             TO D014-MCA-CLNT-STAT-CD
           MOVE AH-ISDA-TMPLT-ID            TO D014-MCA-ISDA-TMPLT-ID
           MOVE AH-CSTMZ-TMPLT-ID           TO D014-MCA-CSTMZ-TMPLT-ID
           MOVE AH-RQSTR-ID                 TO D014-MCA-TMPLT-RQSTR-ID
           MOVE AH-APRVR-ID                 TO D014-MCA-TMPLT-APRVR-ID
           MOVE AH-ROW-UPDT-TS              TO D014-ROW-UPDT-TS
           MOVE AH-ROW-UPDT-USER-ID         TO D014-ROW-UPDT-USER-ID
           .
      *----------------------------------*
       5220-INSERT-WORK-COPY.
      *----------------------------------*
           MOVE '5220-INSERT-WORK-COPY'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM15_TMPLT_WORK'         TO WS-TABLE-NAME

           PERFORM 5215-LOAD-HEADER-FIELDS

           EXEC SQL
              INSERT INTO VDPM15_TMPLT_WORK
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
              VALUES (:WS-TMPLT-ID
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
                     ,:D014-ROW-UPDT-TS
                     ,:D014-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-G-CNT
           .
      *----------------------------------*
       5230-INSERT-CTGRY.
      *----------------------------------*
           MOVE '5230-INSERT-CTGRY'         TO WS-PARAGRAPH-NAME
           MOVE 'VDPM07_MCA_CTGRY'          TO WS-TABLE-NAME

           MOVE AC-CTGRY-ID                 TO D007-ATTRB-CTGRY-ID
           MOVE AC-CTGRY-SQ                 TO D007-CTGRY-SQ
           MOVE AC-STAT-CD                  TO D007-CTGRY-STAT-CD
           MOVE AC-ROW-UPDT-TS              TO D007-ROW-UPDT-TS
           MOVE AC-ROW-UPDT-USER-ID         TO D007-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM07_MCA_CTGRY
                    (MCA_TMPLT_ID
                    ,ATTRB_CTGRY_ID
                    ,CTGRY_SQ
                    ,CTGRY_STAT_CD
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID)
              VALUES (:WS-TMPLT-ID
                     ,:D007-ATTRB-CTGRY-ID
                     ,:D007-CTGRY-SQ
                     ,:D007-CTGRY-STAT-CD
                     ,:D007-ROW-UPDT-TS
                     ,:D007-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-C-CNT
           .
      *----------------------------------*
       5240-INSERT-TERM.
      *----------------------------------*
           MOVE '5240-INSERT-TERM'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM08_MCA_TERMS'          TO WS-TABLE-NAME

           MOVE AC-CTGRY-ID                 TO D008-ATTRB-CTGRY-ID
           MOVE AC-CTGRY-SQ                 TO D008-CTGRY-SQ
           MOVE AC-TERM-ID                  TO D008-ATTRB-TERM-ID
           MOVE AC-TERM-SQ                  TO D008-TERM-SQ
           MOVE AC-STAT-CD                  TO D008-TERM-STAT-CD
           MOVE AC-ROW-UPDT-TS              TO D008-ROW-UPDT-TS
           MOVE AC-ROW-UPDT-USER-ID         TO D008-ROW-UPDT-USER-ID

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
              VALUES (:WS-TMPLT-ID
                     ,:D008-ATTRB-CTGRY-ID
                     ,:D008-CTGRY-SQ
                     ,:D008-ATTRB-TERM-ID
                     ,:D008-TERM-SQ
                     ,:D008-TERM-STAT-CD
                     ,:D008-ROW-UPDT-TS
                     ,:D008-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-T-CNT
           .
      *----------------------------------*
       5250-INSERT-AMND.
      *----------------------------------*
           MOVE '5250-INSERT-AMND'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM16_MCA_AMND'           TO WS-TABLE-NAME

           PERFORM 5255-LOAD-AMND-FIELDS

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
                     ,:WS-TMPLT-ID
                     ,:D016-ATTRB-CTGRY-ID
                     ,:D016-CTGRY-SQ
                     ,:D016-ATTRB-TERM-ID
                     ,:D016-TERM-SQ
                     ,:D016-MCA-ISDA-AMND-ID
                     ,:D016-ROW-UPDT-TS
                     ,:D016-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-A-CNT
           .
      *----------------------------------*
       5255-LOAD-AMND-FIELDS.
      *----------------------------------*
           MOVE AA-AMND-ID                  TO D016-MCA-AMND-ID
           MOVE AA-CTGRY-ID                 TO D016-ATTRB-CTGRY-ID
           MOVE AA-CTGRY-SQ                 TO D016-CTGRY-SQ
           MOVE AA-TERM-ID                  TO D016-ATTRB-TERM-ID
           MOVE AA-TERM-SQ                  TO D016-TERM-SQ
           MOVE AA-ISDA-AMND-ID             TO D016-MCA-ISDA-AMND-ID
           MOVE AA-ROW-UPDT-TS              TO D016-ROW-UPDT-TS
           MOVE AA-ROW-UPDT-USER-ID         TO D016-ROW-UPDT-USER-ID
           .
      *----------------------------------*
       5260-INSERT-AMND-WORK.
      *----------------------------------*
           MOVE '5260-INSERT-AMND-WORK'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM17_AMND_WORK'          TO WS-TABLE-NAME

           PERFORM 5255-LOAD-AMND-FIELDS

           EXEC SQL
              INSERT INTO VDPM17_AMND_WORK
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
                     ,:WS-TMPLT-ID
                     ,:D016-ATTRB-CTGRY-ID
                     ,:D016-CTGRY-SQ
                     ,:D016-ATTRB-TERM-ID
                     ,:D016-TERM-SQ
                     ,:D016-MCA-ISDA-AMND-ID
                     ,:D016-ROW-UPDT-TS
                     ,:D016-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-W-CNT
           .
      *----------------------------------*
       5270-INSERT-APRVL.
      *----------------------------------*
           MOVE '5270-INSERT-APRVL'         TO WS-PARAGRAPH-NAME
           MOVE 'VDPM16_AMND_APRVL'         TO WS-TABLE-NAME

           MOVE AP-AMND-ID                  TO D16A-MCA-AMND-ID
           MOVE AP-APRVL-STAT-CD            TO D16A-APRVL-STAT-CD
           MOVE AP-RQST-USER-ID             TO D16A-APRVL-RQST-USER-ID
           MOVE AP-APRVL-TS                 TO D16A-APRVL-TS
           MOVE AP-ROW-UPDT-USER-ID         TO D16A-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM16_AMND_APRVL
                    (MCA_AMND_ID
                    ,APRVL_STAT_CD
                    ,APRVL_RQST_USER_ID
                    ,APRVL_TS
                    ,ROW_UPDT_USER_ID)
              VALUES (:D16A-MCA-AMND-ID
                     ,:D16A-APRVL-STAT-CD
                     ,:D16A-APRVL-RQST-USER-ID
                     ,:D16A-APRVL-TS
                     ,:D16A-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-P-CNT
           .
      *----------------------------------*
       5280-INSERT-LINK.
      *----------------------------------*
           MOVE '5280-INSERT-LINK'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM18_MCA_LINK'           TO WS-TABLE-NAME

           PERFORM 5285-LOAD-LINK-FIELDS

           EXEC SQL
              INSERT INTO VDPM18_MCA_LINK
                    (MCA_AMND_ID
                    ,MCA_VALUE_ID
                    ,MCA_VALUE_TYPE_CD
                    ,AMND_STAT_CD
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID)
              VALUES (:D019-MCA-AMND-ID
                     ,:D019-MCA-VALUE-ID
                     ,:D019-MCA-VALUE-TYPE-CD
                     ,:D019-AMND-STAT-CD
                     ,:D019-ROW-UPDT-TS
                     ,:D019-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-L-CNT
           .
      *----------------------------------*
       5285-LOAD-LINK-FIELDS.
      *----------------------------------*
           MOVE AL-AMND-ID                  TO D019-MCA-AMND-ID
           MOVE AL-VALUE-ID                 TO D019-MCA-VALUE-ID
           MOVE AL-VALUE-TYPE-CD            TO D019-MCA-VALUE-TYPE-CD
           MOVE AL-ACCS-STAT-CD             TO D019-MCA-ACCS-STAT-CD
           MOVE AL-AMND-STAT-CD             TO D019-AMND-STAT-CD
           MOVE AL-ROW-UPDT-TS              TO D019-ROW-UPDT-TS
           MOVE AL-ROW-UPDT-USER-ID         TO D019-ROW-UPDT-USER-ID
           .
      *----------------------------------*
       5290-INSERT-LINK-WORK.
      *----------------------------------*
           MOVE '5290-INSERT-LINK-WORK'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM19_LINK_WORK'          TO WS-TABLE-NAME

           PERFORM 5285-LOAD-LINK-FIELDS

           EXEC SQL
              INSERT INTO VDPM19_LINK_WORK
                    (MCA_AMND_ID
                    ,MCA_VALUE_ID
                    ,MCA_VALUE_TYPE_CD
                    ,MCA_ACCS_STAT_CD
                    ,AMND_STAT_CD
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID)
              VALUES (:D019-MCA-AMND-ID
                     ,:D019-MCA-VALUE-ID
                     ,:D019-MCA-VALUE-TYPE-CD
                     ,:D019-MCA-ACCS-STAT-CD
                     ,:D019-AMND-STAT-CD
                     ,:D019-ROW-UPDT-TS
                     ,:D019-ROW-UPDT-USER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           ADD 1                            TO WS-K-CNT
           .
      *----------------------------------*
       5300-COLLECT-SLICE.
      *----------------------------------*
      * SLICES ARE REASSEMBLED IN WS-TEXT-BUF; THE ROW IS WRITTEN
      * ONCE THE LAST SLICE HAS BROUGHT IT UP TO ITS TOTAL LENGTH.

           IF AS-SLICE-SQ = 1
              MOVE SPACES                   TO WS-TEXT-BUF
              MOVE 1                        TO WS-SLICE-PTR
           END-IF
           IF AS-SLICE-LEN > 0
            AND WS-SLICE-PTR + AS-SLICE-LEN <= 32001
              MOVE AS-DATA(1:AS-SLICE-LEN)  TO
                   WS-TEXT-BUF(WS-SLICE-PTR:AS-SLICE-LEN)
              ADD AS-SLICE-LEN              TO WS-SLICE-PTR
           END-IF

           IF WS-SLICE-PTR > AS-TOTAL-LEN
              MOVE AS-TOTAL-LEN             TO WS-TEXT-LEN
              EVALUATE AT-REC-TYPE
                 WHEN 'X'
                    PERFORM 5310-INSERT-TEXT
                 WHEN 'Y'
                    PERFORM 5320-INSERT-TEXT-LANG
                 WHEN OTHER
                    PERFORM 5330-INSERT-CMNT
              END-EVALUATE
           END-IF
           .
      *----------------------------------*
       5310-INSERT-TEXT.
      *----------------------------------*
      * A SHARED VALUE STILL ON FILE IS LEFT AS IT IS.

           MOVE '5310-INSERT-TEXT'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM13_MCA_TEXT'           TO WS-TABLE-NAME

           MOVE AX-VALUE-ID                 TO D013-MCA-VALUE-ID
           MOVE WS-TEXT-LEN                 TO D013-MCA-TEXT-DS-LEN
           MOVE WS-TEXT-BUF                 TO D013-MCA-TEXT-DS-TEXT

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-CNT
                FROM  VDPM13_MCA_TEXT
               WHERE  MCA_VALUE_ID = :D013-MCA-VALUE-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-EXIST-CNT = 0
              EXEC SQL
                 INSERT INTO VDPM13_MCA_TEXT
                       (MCA_VALUE_ID
                       ,MCA_TEXT_DS)
                 VALUES (:D013-MCA-VALUE-ID
                        ,:D013-MCA-TEXT-DS)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF
           ELSE
              ADD 1                         TO WS-SHARED-KEPT-CNT
           END-IF
           ADD 1                            TO WS-X-CNT
           .
      *----------------------------------*
       5320-INSERT-TEXT-LANG.
      *----------------------------------*
           MOVE '5320-INSERT-TEXT-LANG'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM13_TEXT_LANG'          TO WS-TABLE-NAME

           MOVE AX-VALUE-ID                 TO D13L-MCA-VALUE-ID
           MOVE AX-LANG-CD                  TO D13L-LANG-CD
           MOVE AX-TRNSL-STAT-CD            TO D13L-TRNSL-STAT-CD
           MOVE AX-ROW-UPDT-TS              TO D13L-ROW-UPDT-TS
           MOVE AX-ROW-UPDT-USER-ID         TO D13L-ROW-UPDT-USER-ID
           MOVE WS-TEXT-LEN                 TO D13L-MCA-TEXT-DS-LEN
           MOVE WS-TEXT-BUF                 TO D13L-MCA-TEXT-DS-TEXT

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-CNT
                FROM  VDPM13_TEXT_LANG
               WHERE  MCA_VALUE_ID = :D13L-MCA-VALUE-ID
                 AND  LANG_CD      = :D13L-LANG-CD
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-EXIST-CNT = 0
              EXEC SQL
                 INSERT INTO VDPM13_TEXT_LANG
                       (MCA_VALUE_ID
                       ,LANG_CD
                       ,TRNSL_STAT_CD
                       ,MCA_TEXT_DS
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID)
                 VALUES (:D13L-MCA-VALUE-ID
                        ,:D13L-LANG-CD
                        ,:D13L-TRNSL-STAT-CD
                        ,:D13L-MCA-TEXT-DS
                        ,:D13L-ROW-UPDT-TS
                        ,:D13L-ROW-UPDT-USER-ID)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF
           ELSE
              ADD 1                         TO WS-SHARED-KEPT-CNT
           END-IF
           ADD 1                            TO WS-Y-CNT
           .
      *----------------------------------*
       5330-INSERT-CMNT.
      *----------------------------------*
           MOVE '5330-INSERT-CMNT'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM11_MCA_CMNT'           TO WS-TABLE-NAME

           MOVE AM-VALUE-ID                 TO D011-MCA-VALUE-ID
           MOVE AM-DELR-CMPNY-ID            TO D011-DELR-CMPNY-ID
           MOVE AM-CLNT-CMPNY-ID            TO D011-CLNT-CMPNY-ID
           MOVE AM-ROW-UPDT-TS              TO D011-ROW-UPDT-TS
           MOVE AM-ROW-UPDT-USER-ID         TO D011-ROW-UPDT-USER-ID
           MOVE AM-VSBL-CD                  TO D011-CMNT-VSBL-CD
           MOVE AM-POST-CMPNY-ID            TO D011-POST-CMPNY-ID
           MOVE WS-TEXT-LEN                 TO D011-CMNT-TX-LEN
           MOVE WS-TEXT-BUF                 TO D011-CMNT-TX-TEXT

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-CNT
                FROM  VDPM11_MCA_CMNT
               WHERE  MCA_VALUE_ID = :D011-MCA-VALUE-ID
                 AND  ROW_UPDT_TS  = :D011-ROW-UPDT-TS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-EXIST-CNT = 0
              EXEC SQL
                 INSERT INTO VDPM11_MCA_CMNT
                       (MCA_VALUE_ID
                       ,DELR_CMPNY_ID
                       ,CLNT_CMPNY_ID
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID
                       ,CMNT_TX
                       ,CMNT_VSBL_CD
                       ,POST_CMPNY_ID)
                 VALUES (:D011-MCA-VALUE-ID
                        ,:D011-DELR-CMPNY-ID
                        ,:D011-CLNT-CMPNY-ID
                        ,:D011-ROW-UPDT-TS
                        ,:D011-ROW-UPDT-USER-ID
                        ,:D011-CMNT-TX
                        ,:D011-CMNT-VSBL-CD
                        ,:D011-POST-CMPNY-ID)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF
           ELSE
              ADD 1                         TO WS-SHARED-KEPT-CNT
           END-IF
           ADD 1                            TO WS-M-CNT
           .
      *----------------------------------*
       5400-CHECK-TRAILER.
      *----------------------------------*
      * EVERY ROW THE UNLOAD COUNTED MUST HAVE COME BACK.

           IF A9-H-CNT NOT = WS-H-CNT OR A9-G-CNT NOT = WS-G-CNT
            OR A9-C-CNT NOT = WS-C-CNT OR A9-T-CNT NOT = WS-T-CNT
            OR A9-A-CNT NOT = WS-A-CNT OR A9-W-CNT NOT = WS-W-CNT
            OR A9-P-CNT NOT = WS-P-CNT OR A9-L-CNT NOT = WS-L-CNT
            OR A9-K-CNT NOT = WS-K-CNT OR A9-X-CNT NOT = WS-X-CNT
            OR A9-Y-CNT NOT = WS-Y-CNT OR A9-M-CNT NOT = WS-M-CNT
              DISPLAY '*** TRAILER COUNT MISMATCH - ARCHIVE DAMAGED ***'
              DISPLAY 'ARCHIVED H/C/T/A/L/X/M :' A9-H-CNT ' '
                      A9-C-CNT ' ' A9-T-CNT ' ' A9-A-CNT ' '
                      A9-L-CNT ' ' A9-X-CNT ' ' A9-M-CNT
              DISPLAY 'RELOADED H/C/T/A/L/X/M :' WS-H-CNT ' '
                      WS-C-CNT ' ' WS-T-CNT ' ' WS-A-CNT ' '
                      WS-L-CNT ' ' WS-X-CNT ' ' WS-M-CNT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'UNIT ARCHIVED AT         :' A9-ARCH-TS
                   ' BY ' A9-ARCH-USER-ID
           .
      *----------------------------------*
       5900-LOG-RELOAD.
      *----------------------------------*
           MOVE '5900-LOG-RELOAD'           TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-ALOG-USER-ID
           MOVE 'D'                         TO WS-ALOG-ACTN-CD
           MOVE WS-TMPLT-ID                 TO WS-ALOG-TMPLT-ID
           MOVE WS-TMPLT-DELR-ID            TO WS-ALOG-CMPNY-ID
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'TEMPLATE ARCHIVE RELOAD: ' WS-RELOAD-RSN
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
      *------------------------*
       8000-WRITE-ARCH-REC.
      *------------------------*
           WRITE ARCHTMPL-REC
           ADD 1                            TO WS-REC-WRITTEN-CNT
           .
      *------------------------*
       8100-WRITE-SLICES.
      *------------------------*
      * WS-TEXT-BUF / WS-TEXT-LEN GO OUT IN 890-BYTE SLICES, EACH
      * CARRYING THE ROW'S KEY AREA.  AN EMPTY VALUE STILL WRITES ONE
      * ZERO-LENGTH SLICE SO THE ROW IS ON THE ARCHIVE.

           MOVE 1                           TO WS-SLICE-PTR
           MOVE 0                           TO WS-SLICE-SQ
           PERFORM UNTIL WS-SLICE-PTR > WS-TEXT-LEN
                     AND WS-SLICE-SQ > 0
              COMPUTE WS-SLICE-LEN = WS-TEXT-LEN - WS-SLICE-PTR + 1
              IF WS-SLICE-LEN > 890
                 MOVE 890                   TO WS-SLICE-LEN
              END-IF
              ADD 1                         TO WS-SLICE-SQ
              MOVE SPACES                   TO ARCHTMPL-REC
              MOVE WS-SLICE-TYPE            TO AT-REC-TYPE
              MOVE WS-TMPLT-ID              TO AT-TMPLT-ID
              MOVE WS-SLICE-KEY             TO AS-KEY-AREA
              MOVE WS-TEXT-LEN              TO AS-TOTAL-LEN
              MOVE WS-SLICE-SQ              TO AS-SLICE-SQ
              MOVE WS-SLICE-LEN             TO AS-SLICE-LEN
              IF WS-SLICE-LEN > 0
                 MOVE WS-TEXT-BUF(WS-SLICE-PTR:WS-SLICE-LEN)
                                            TO AS-DATA
              END-IF
              PERFORM 8000-WRITE-ARCH-REC
              ADD WS-SLICE-LEN              TO WS-SLICE-PTR
           END-PERFORM
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE NAME     = ' WS-TABLE-NAME
           DISPLAY 'TEMPLATE ID    = ' WS-TMPLT-ID-X
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
           IF ARCHIVE-MODE
              DISPLAY 'TEMPLATES PAST RETENTION :' WS-SCANNED-CNT
              DISPLAY 'TEMPLATES ARCHIVED/PURGED:' WS-ARCHIVED-CNT
              DISPLAY 'LEGAL HOLDS HONORED      :' WS-HOLDS-HONORED
              DISPLAY 'KEPT - BASE OF TEMPLATE  :' WS-REFERENCED-CNT
              DISPLAY 'KEPT - OPEN ENROLLMENT   :' WS-ENROLLED-CNT
              DISPLAY 'ARCHIVE RECORDS WRITTEN  :' WS-REC-WRITTEN-CNT
              DISPLAY 'SHARED VALUES LEFT ON FILE:' WS-SHARED-KEPT-CNT
              DISPLAY 'STALE LOCKS REMOVED      :' WS-LOCK-DEL-CNT
           ELSE
              DISPLAY 'RELOADED TEMPLATE ID     :' WS-RELOAD-ID-X
              DISPLAY 'CATEGORIES / TERMS       :' WS-C-CNT ' / '
                      WS-T-CNT
              DISPLAY 'AMENDMENTS / WORK        :' WS-A-CNT ' / '
                      WS-W-CNT
              DISPLAY 'LINKS / WORK             :' WS-L-CNT ' / '
                      WS-K-CNT
              DISPLAY 'TEXTS / TRANSL / COMMENTS:' WS-X-CNT ' / '
                      WS-Y-CNT ' / ' WS-M-CNT
              DISPLAY 'SHARED VALUES ALREADY ON :' WS-SHARED-KEPT-CNT
           END-IF
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXTARC ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           MOVE 0                            TO RETURN-CODE
           GOBACK
           .
