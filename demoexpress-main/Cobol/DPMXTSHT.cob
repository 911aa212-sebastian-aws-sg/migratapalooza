       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTSHT.
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
      *    NAME  DPMXTSHT(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTSHT                                            *
      *                                                                *
      * OFFLINE TERM-SHEET ROUND TRIP FOR A WORK TEMPLATE.             *
      *                                                                *
      * MODE 'E': EXPORTS EVERY TERM POSITION OF THE WORK TEMPLATE     *
      *           (LATEST VDPM17_AMND_WORK AMENDMENT PER CATEGORY,     *
      *           CATEGORY SEQUENCE, TERM, TERM SEQUENCE) WITH ITS     *
      *           CURRENT TEXT VALUE (LATEST VDPM19_LINK_WORK 'T'      *
      *           LINK -> VDPM13_MCA_TEXT) TO DD TSHTFILE.  THE LINK   *
      *           TIMESTAMP GOES OUT WITH EACH ROW SO THE IMPORT CAN   *
      *           TELL WHETHER THE TERM WAS EDITED ONLINE SINCE.  A    *
      *           VALUE LONGER THAN 1000 CHARACTERS CANNOT RIDE THE    *
      *           FILE; IT IS LEFT OUT AND LISTED ON SYSOUT (RC 4).    *
      * MODE 'I': READS THE EDITED TSHTFILE BACK.  THE TEMPLATE LOCK   *
      *           IS TAKEN THROUGH DPMXMLOK FIRST (A LOCK HELD BY      *
      *           ANOTHER USER CANCELS THE RUN).  EACH ROW IS THEN     *
      *           CHECKED AND ITS OUTCOME WRITTEN TO DD TSHTRSLT:      *
      *             BADROW    - MALFORMED, OR NOT FOR THIS TEMPLATE    *
      *             NOTFOUND  - TERM POSITION NOT ON THE WORK COPY     *
      *             CHANGED   - LINK TIMESTAMP NO LONGER MATCHES THE   *
      *                         EXPORT (EDITED ONLINE MEANWHILE)       *
      *             UNCHANGED - SAME TEXT AS THE WORK COPY             *
      *             REJECTED  - BLANK VALUE (CLEAR A TERM ONLINE)      *
      *             INVALID   - FAILED DPMXTVAL (SINGLE-VALUE MODE)    *
      *             ACCEPTED  - STAGED AS A NEW VDPM13 TEXT AND A 'U'  *
      *                         VDPM19_LINK_WORK ROW, THE SAME WAY AN  *
      *                         ONLINE TEXT EDIT IS STAGED             *
      *           WHEN ANY ROW WAS ACCEPTED THE TEMPLATE IS SAVED BY   *
      *           CALLING DPMXMSAV, SO THE IMPORT GETS EXACTLY THE     *
      *           CHECKS AND MASTER UPDATES OF AN ONLINE SAVE.  A      *
      *           REFUSED SAVE ROLLS BACK EVERY STAGED ROW, IS         *
      *           RECORDED ON THE RESULT FILE AS A SAVE LINE AND ENDS  *
      *           THE STEP WITH RC 8.  THE LOCK IS RELEASED AT THE     *
      *           END UNLESS THE USER ALREADY HELD IT BEFORE THE RUN.  *
      *                                                                *
      * TSHTFILE RECORD ('|' DELIMITED, VALUE LAST SO IT MAY HOLD '|') *
      *   TMPLT_ID|CTGRY_ID|CTGRY_SQ|TERM_ID|TERM_SQ|LINK_TS|VALUE     *
      *   THE FIRST RECORD IS A COLUMN HEADING; THE IMPORT SKIPS IT.   *
      *   LINK_TS IS BLANK FOR A TERM THAT HAS NO TEXT VALUE YET.      *
      *                                                                *
      * TSHTRSLT RECORD ('|' DELIMITED)                                *
      *   TMPLT_ID|CTGRY_ID|CTGRY_SQ|TERM_ID|TERM_SQ|RESULT|REASON     *
      *                                                                *
      * SYSIN CARDS: 1) MODE (E = EXPORT / I = IMPORT)                 *
      *              2) TEMPLATE ID (9 DIGITS)                         *
      *              3) USER ID (10 CHARS)                             *
      *              4) USER'S COMPANY ID (8 CHARS, MODE I)            *
      *                                                                *
      * RETURN CODES: 0 = CLEAN, 4 = ROWS NOT APPLIED OR VALUES NOT    *
      *               EXPORTED, 8 = SAVE REFUSED, 16 = RUN CANCELLED   *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT      - MCA TEMPLATE TABLE                     *
      * VDPM17_AMND_WORK      - AMENDMENT WORK TABLE                   *
      * VDPM19_LINK_WORK      - LINK WORK TABLE                        *
      * VDPM13_MCA_TEXT       - MCA TEXT TABLE                         *
      * VDPM10_MCA_LOCK       - TEMPLATE LOCK TABLE                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM1301 / DPM1401                                      *
      *----------------------------------------------------------------*
      *                                                                *
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXMLOK - TEMPLATE LOCK / UNLOCK                              *
      * DPMXTVAL - TERM VALUE VALIDATION (SINGLE-VALUE MODE)           *
      * DPMXMSAV - TEMPLATE SAVE                                       *
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
           SELECT TSHTFILE         ASSIGN TO TSHTFILE
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT TSHTRSLT         ASSIGN TO TSHTRSLT
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TSHTFILE
           RECORDING MODE IS F.
       01  TSHTFILE-REC                     PIC X(1100).
      *
       FD  TSHTRSLT
           RECORDING MODE IS F.
       01  TSHTRSLT-REC                     PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTSHT'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 EXPORT-MODE                   VALUE 'E'.
           88 IMPORT-MODE                   VALUE 'I'.
       01  WS-TMPLT-NO                      PIC 9(9)  VALUE 0.
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-CMPNY-ID                      PIC X(8)  VALUE SPACES.
       01  WS-WORK-ROW-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-HELD-CNT                      PIC S9(9) COMP VALUE 0.
      *
       01  WS-EXP-HDR-TX                    PIC X(56) VALUE
           'TMPLT_ID|CTGRY_ID|CTGRY_SQ|TERM_ID|TERM_SQ|LINK_TS|VALUE'.
       01  WS-RSLT-HDR-TX                   PIC X(56) VALUE
           'TMPLT_ID|CTGRY_ID|CTGRY_SQ|TERM_ID|TERM_SQ|RESULT|REASON'.
       01  WS-VALUE-MAX                     PIC S9(4) COMP VALUE 1000.
      *
      ** CURRENT TERM POSITION AND ITS WORK-COPY VALUE
      *
       01  WS-AMND-ID                       PIC S9(18)V COMP-3 VALUE 0.
       01  WS-CTGRY-ID                      PIC X(8)  VALUE SPACES.
       01  WS-CTGRY-SQ                      PIC S9(4) COMP VALUE 0.
       01  WS-TERM-ID                       PIC X(8)  VALUE SPACES.
       01  WS-TERM-SQ                       PIC S9(4) COMP VALUE 0.
       01  WS-CTGRY-SQ-NO                   PIC 9(4)  VALUE 0.
       01  WS-TERM-SQ-NO                    PIC 9(4)  VALUE 0.
       01  WS-VALUE-ID                      PIC S9(18)V COMP-3 VALUE 0.
       01  WS-LINK-TS                       PIC X(26) VALUE SPACES.
       01  WS-NEW-VALUE-ID                  PIC S9(18)V COMP-3 VALUE 0.
       01  WS-PTR                           PIC S9(4) COMP VALUE 0.
      *
      ** INCOMING TSHTFILE ROW
      *
       01  WS-IN-TMPLT-TX                   PIC X(9)  JUSTIFIED RIGHT.
       01  WS-IN-TMPLT-NO REDEFINES WS-IN-TMPLT-TX
                                            PIC 9(9).
       01  WS-IN-CTGRY-ID                   PIC X(8)  VALUE SPACES.
       01  WS-IN-CTGRY-SQ-TX                PIC X(4)  JUSTIFIED RIGHT.
       01  WS-IN-CTGRY-SQ-NO REDEFINES WS-IN-CTGRY-SQ-TX
                                            PIC 9(4).
       01  WS-IN-TERM-ID                    PIC X(8)  VALUE SPACES.
       01  WS-IN-TERM-SQ-TX                 PIC X(4)  JUSTIFIED RIGHT.
       01  WS-IN-TERM-SQ-NO REDEFINES WS-IN-TERM-SQ-TX
                                            PIC 9(4).
       01  WS-IN-LINK-TS                    PIC X(26) VALUE SPACES.
       01  WS-IN-VALUE                      PIC X(1000) VALUE SPACES.
       01  WS-IN-VALUE-LEN                  PIC S9(4) COMP VALUE 0.
       01  WS-IN-FIELD-CNT                  PIC S9(4) COMP VALUE 0.
       01  WS-IN-LONG-SW                    PIC X(01) VALUE 'N'.
           88 IN-VALUE-TOO-LONG             VALUE 'Y'.
      *
       01  WS-RSLT-CD                       PIC X(10) VALUE SPACES.
       01  WS-RSLT-REASON                   PIC X(80) VALUE SPACES.
      *
       01  WS-READ-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-EXPORT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-LONG-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ACCEPT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-UNCHANGED-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-CHANGED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-INVALID-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-FILE-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-RECS                  VALUE 'Y'.
       01  WS-TERM-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-TERMS                 VALUE 'Y'.
       01  WS-LOCK-HELD-SW                  PIC X(01) VALUE 'N'.
           88 LOCK-ALREADY-HELD             VALUE 'Y'.
       01  WS-LOCK-TAKEN-SW                 PIC X(01) VALUE 'N'.
           88 LOCK-TAKEN                    VALUE 'Y'.
       01  WS-SAVE-FAILED-SW                PIC X(01) VALUE 'N'.
           88 SAVE-FAILED                   VALUE 'Y'.
      *
      ** FIELDS PASSED TO DPMXMLOK, MIRRORING ITS OWN LINKAGE SECTION
      *
       01  WS-LOCK-PROGRAM                  PIC X(08) VALUE 'DPMXMLOK'.
       01  WS-LOCK-AREA.
           05 WS-LOCK-TEMPLATE-ID           PIC S9(9) COMP.
           05 WS-LOCK-CMPNY-ID              PIC X(8).
           05 WS-LOCK-IN-USER-ID            PIC X(10).
           05 WS-LOCK-ACTION-IND            PIC X(01).
           05 WS-LOCK-CMPNY-CD              PIC X(8).
           05 WS-LOCK-OUT-USER-ID           PIC X(10).
           05 WS-LOCK-USER-NM               PIC X(200).
           05 WS-LOCK-OUT-SQLCODE           PIC +(9)9.
           05 WS-LOCK-ERROR-AREA            PIC X(80).
           05 WS-LOCK-RC                    PIC X(04).
      *
       01  WS-TVAL-PROGRAM                  PIC X(08) VALUE 'DPMXTVAL'.
       01  WS-TVAL-PASS-AREA.
           05 WS-TVAL-TMPLT-ID              PIC S9(9) COMP.
           05 WS-TVAL-ERROR-CNT             PIC S9(4) COMP.
           05 WS-TVAL-SQLCODE               PIC S9(9) COMP.
           05 WS-TVAL-ERROR-TBL OCCURS 20 TIMES.
              10 WS-TVAL-ERR-TERM-ID        PIC X(8).
              10 WS-TVAL-ERR-REASON         PIC X(40).
           05 WS-TVAL-FUNC-CD               PIC X(01).
           05 WS-TVAL-IN-TERM-ID            PIC X(8).
           05 WS-TVAL-IN-VALUE-TX           PIC X(150).
      *
      ** FIELDS PASSED TO DPMXMSAV, MIRRORING ITS OWN LINKAGE SECTION
      *
       01  WS-SAVE-PROGRAM                  PIC X(08) VALUE 'DPMXMSAV'.
       01  WS-OUTSQLCA                      PIC X(179) VALUE SPACES.
       01  WS-SP-ERROR-AREA                 PIC X(80)  VALUE SPACES.
       01  WS-SP-RC                         PIC X(04)  VALUE SPACES.
       01  WS-OLD-TEMPLATE-ID               PIC S9(9) COMP VALUE 0.
       01  WS-NEW-TEMPLATE-ID               PIC S9(9) COMP VALUE 0.
       01  WS-SAVE-TMPLT-NM.
           49 WS-SAVE-TMPLT-NM-LEN          PIC S9(4) COMP.
           49 WS-SAVE-TMPLT-NM-TEXT         PIC X(498).
       01  WS-SAVE-TMPLT-TYPE               PIC X(01) VALUE SPACES.
       01  WS-SAVE-IND                      PIC X(01) VALUE SPACES.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * EVERY TERM POSITION OF THE WORK TEMPLATE: LATEST AMENDMENT FOR
      * THE POSITION.
           EXEC SQL
              DECLARE TSHT_TERM_CSR CURSOR FOR
                 SELECT A.MCA_AMND_ID
                       ,A.ATTRB_CTGRY_ID
                       ,A.CTGRY_SQ
                       ,A.ATTRB_TERM_ID
                       ,A.TERM_SQ
                 FROM   VDPM17_AMND_WORK A
                 WHERE  A.MCA_TMPLT_ID = :WS-TMPLT-ID
                   AND  A.MCA_AMND_ID  =
                        (SELECT MAX(A2.MCA_AMND_ID)
                           FROM VDPM17_AMND_WORK A2
                          WHERE A2.MCA_TMPLT_ID   = A.MCA_TMPLT_ID
                            AND A2.ATTRB_CTGRY_ID = A.ATTRB_CTGRY_ID
                            AND A2.CTGRY_SQ       = A.CTGRY_SQ
                            AND A2.ATTRB_TERM_ID  = A.ATTRB_TERM_ID
                            AND A2.TERM_SQ        = A.TERM_SQ)
                 ORDER BY A.CTGRY_SQ
                         ,A.ATTRB_CTGRY_ID
                         ,A.TERM_SQ
                         ,A.ATTRB_TERM_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALIDATE-TEMPLATE
           EVALUATE TRUE
              WHEN EXPORT-MODE
                 PERFORM 3000-EXPORT-TERMS
              WHEN IMPORT-MODE
                 PERFORM 4000-IMPORT-TERMS
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
           DISPLAY 'DPMXTSHT STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-TMPLT-NO               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           IF IMPORT-MODE
              ACCEPT WS-CMPNY-ID            FROM SYSIN
           END-IF
           MOVE WS-TMPLT-NO                 TO WS-TMPLT-ID

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'TEMPLATE ID              :' WS-TMPLT-NO
           DISPLAY 'USER ID                  :' WS-USER-ID
           IF IMPORT-MODE
              DISPLAY 'COMPANY ID               :' WS-CMPNY-ID
           END-IF
           DISPLAY WS-DASHES

           IF WS-TMPLT-NO = ZEROES
            OR WS-USER-ID = SPACES
            OR (NOT EXPORT-MODE AND NOT IMPORT-MODE)
            OR (IMPORT-MODE AND WS-CMPNY-ID = SPACES)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2000-VALIDATE-TEMPLATE.
      *----------------------------------*
           MOVE '2000-VALIDATE-TEMPLATE'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_NM
                    ,MCA_TMPLT_TYPE_CD
                INTO :D014-MCA-TMPLT-NM
                    ,:D014-MCA-TMPLT-TYPE-CD
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 DISPLAY 'TEMPLATE NOT FOUND       :' WS-TMPLT-NO
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-WORK-ROW-CNT
                FROM  VDPM17_AMND_WORK
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM17_AMND_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-WORK-ROW-CNT = 0
              DISPLAY 'TEMPLATE HAS NO WORK COPY - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       3000-EXPORT-TERMS.
      *----------------------------------*
           MOVE '3000-EXPORT-TERMS'         TO WS-PARAGRAPH-NAME

           OPEN OUTPUT TSHTFILE
           MOVE WS-EXP-HDR-TX               TO TSHTFILE-REC
           WRITE TSHTFILE-REC

           EXEC SQL
              OPEN TSHT_TERM_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM17_AMND_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3100-FETCH-TERM
           PERFORM UNTIL NO-MORE-TERMS
              PERFORM 3500-GET-CURRENT-VALUE
              PERFORM 3200-WRITE-EXPORT-ROW
              PERFORM 3100-FETCH-TERM
           END-PERFORM

           EXEC SQL
              CLOSE TSHT_TERM_CSR
           END-EXEC
           CLOSE TSHTFILE
           .
      *----------------------------------*
       3100-FETCH-TERM.
      *----------------------------------*
           MOVE '3100-FETCH-TERM'           TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH TSHT_TERM_CSR
                INTO :WS-AMND-ID
                    ,:WS-CTGRY-ID
                    ,:WS-CTGRY-SQ
                    ,:WS-TERM-ID
                    ,:WS-TERM-SQ
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-TERMS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM17_AMND_WORK'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3200-WRITE-EXPORT-ROW.
      *----------------------------------*
      * FIXED-WIDTH KEY FIELDS, THEN THE VALUE AS IT STANDS.  A VALUE
      * TOO LONG FOR THE RECORD IS LEFT OUT RATHER THAN CUT SHORT, SO
      * A ROUND TRIP CAN NEVER TRUNCATE A TERM.

           MOVE '3200-WRITE-EXPORT-ROW'     TO WS-PARAGRAPH-NAME

           MOVE WS-CTGRY-SQ                 TO WS-CTGRY-SQ-NO
           MOVE WS-TERM-SQ                  TO WS-TERM-SQ-NO

           IF D013-MCA-TEXT-DS-LEN > WS-VALUE-MAX
              ADD 1                         TO WS-LONG-CNT
              DISPLAY 'VALUE TOO LONG TO EXPORT : ' WS-CTGRY-ID
                      ' ' WS-CTGRY-SQ-NO ' ' WS-TERM-ID
                      ' ' WS-TERM-SQ-NO
           ELSE
              MOVE SPACES                   TO TSHTFILE-REC
              MOVE 1                        TO WS-PTR
              STRING WS-TMPLT-NO    '|'
                     WS-CTGRY-ID    '|'
                     WS-CTGRY-SQ-NO '|'
                     WS-TERM-ID     '|'
                     WS-TERM-SQ-NO  '|'
                     WS-LINK-TS     '|'
                     DELIMITED BY SIZE
                     INTO TSHTFILE-REC
                     WITH POINTER WS-PTR
              END-STRING
              IF D013-MCA-TEXT-DS-LEN > 0
                 MOVE D013-MCA-TEXT-DS-TEXT(1:D013-MCA-TEXT-DS-LEN)
                   TO TSHTFILE-REC(WS-PTR:D013-MCA-TEXT-DS-LEN)
              END-IF
              WRITE TSHTFILE-REC
              ADD 1                         TO WS-EXPORT-CNT
           END-IF
           .
      *----------------------------------*
       3500-GET-CURRENT-VALUE.
      *----------------------------------*
      * CURRENT WORK-COPY TEXT OF THE AMENDMENT IN WS-AMND-ID: LATEST
      * 'T' LINK AND ITS VDPM13 TEXT.  NO LINK LEAVES A BLANK LINK
      * TIMESTAMP AND A ZERO-LENGTH VALUE.

           MOVE '3500-GET-CURRENT-VALUE'    TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-LINK-TS
           MOVE 0                           TO WS-VALUE-ID
                                               D013-MCA-TEXT-DS-LEN

           EXEC SQL
              SELECT MCA_VALUE_ID
                    ,CHAR(ROW_UPDT_TS)
                INTO :WS-VALUE-ID
                    ,:WS-LINK-TS
                FROM  VDPM19_LINK_WORK
               WHERE  MCA_AMND_ID       = :WS-AMND-ID
                 AND  MCA_VALUE_TYPE_CD = 'T'
                 AND  ROW_UPDT_TS       =
                      (SELECT MAX(ROW_UPDT_TS)
                         FROM VDPM19_LINK_WORK
                        WHERE MCA_AMND_ID       = :WS-AMND-ID
                          AND MCA_VALUE_TYPE_CD = 'T')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE SPACES                TO WS-LINK-TS
              WHEN OTHER
                 MOVE 'VDPM19_LINK_WORK'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-LINK-TS NOT = SPACES
              EXEC SQL
                 SELECT MCA_TEXT_DS
                   INTO :D013-MCA-TEXT-DS
                   FROM  VDPM13_MCA_TEXT
                  WHERE  MCA_VALUE_ID = :WS-VALUE-ID
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE 0                  TO D013-MCA-TEXT-DS-LEN
                 WHEN OTHER
                    MOVE 'VDPM13_MCA_TEXT'  TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-IF
           .
      *----------------------------------*
       4000-IMPORT-TERMS.
      *----------------------------------*
           MOVE '4000-IMPORT-TERMS'         TO WS-PARAGRAPH-NAME

           PERFORM 4100-TAKE-LOCK

           OPEN INPUT  TSHTFILE
           OPEN OUTPUT TSHTRSLT
           MOVE WS-RSLT-HDR-TX              TO TSHTRSLT-REC
           WRITE TSHTRSLT-REC

           PERFORM 4200-READ-NEXT-REC
           PERFORM UNTIL NO-MORE-RECS
              IF TSHTFILE-REC(1:9) = 'TMPLT_ID|'
               OR TSHTFILE-REC = SPACES
                 CONTINUE
              ELSE
                 ADD 1                      TO WS-READ-CNT
                 PERFORM 4300-PROCESS-ROW THRU 4300-EXIT
                 PERFORM 4700-WRITE-RESULT
              END-IF
              PERFORM 4200-READ-NEXT-REC
           END-PERFORM

           CLOSE TSHTFILE

           IF WS-ACCEPT-CNT > 0
              PERFORM 4800-SAVE-TEMPLATE
           END-IF

           CLOSE TSHTRSLT

           IF LOCK-TAKEN
              PERFORM 4900-RELEASE-LOCK
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       4100-TAKE-LOCK.
      *----------------------------------*
      * A LOCK THE USER ALREADY HOLDS (AN OPEN ONLINE SESSION) IS LEFT
      * IN PLACE AT THE END; ONE TAKEN HERE IS RELEASED AGAIN.  THE
      * LOCK IS COMMITTED AT ONCE SO ONLINE USERS SEE IT DURING THE RUN.

           MOVE '4100-TAKE-LOCK'            TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-HELD-CNT
                FROM  VDPM10_MCA_LOCK
               WHERE  MCA_TMPLT_ID  = :WS-TMPLT-ID
                 AND  CMPNY_ID      = :WS-CMPNY-ID
                 AND  CMPNY_USER_ID = :WS-USER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM10_MCA_LOCK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-HELD-CNT > 0
              SET LOCK-ALREADY-HELD         TO TRUE
           END-IF

           INITIALIZE WS-LOCK-AREA
           MOVE WS-TMPLT-ID                 TO WS-LOCK-TEMPLATE-ID
           MOVE WS-CMPNY-ID                 TO WS-LOCK-CMPNY-ID
           MOVE WS-USER-ID                  TO WS-LOCK-IN-USER-ID
           MOVE 'L'                         TO WS-LOCK-ACTION-IND

           CALL WS-LOCK-PROGRAM USING WS-LOCK-TEMPLATE-ID
                                      WS-LOCK-CMPNY-ID
                                      WS-LOCK-IN-USER-ID
                                      WS-LOCK-ACTION-IND
                                      WS-LOCK-CMPNY-CD
                                      WS-LOCK-OUT-USER-ID
                                      WS-LOCK-USER-NM
                                      WS-LOCK-OUT-SQLCODE
                                      WS-LOCK-ERROR-AREA
                                      WS-LOCK-RC

           IF WS-LOCK-RC NOT = 'SP00'
              DISPLAY 'TEMPLATE LOCK NOT GRANTED - RUN CANCELLED'
              DISPLAY 'LOCK RC                  :' WS-LOCK-RC
              DISPLAY 'LOCK MESSAGE             :' WS-LOCK-ERROR-AREA
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT LOCK-ALREADY-HELD
              SET LOCK-TAKEN                TO TRUE
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       4200-READ-NEXT-REC.
      *----------------------------------*
           READ TSHTFILE
              AT END
                 SET NO-MORE-RECS           TO TRUE
           END-READ
           .
      *----------------------------------*
       4300-PROCESS-ROW.
      *----------------------------------*
           MOVE '4300-PROCESS-ROW'          TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-RSLT-CD
                                               WS-RSLT-REASON
           PERFORM 4310-PARSE-ROW

           IF WS-IN-FIELD-CNT < 6
            OR WS-IN-TMPLT-TX    IS NOT NUMERIC
            OR WS-IN-CTGRY-SQ-TX IS NOT NUMERIC
            OR WS-IN-TERM-SQ-TX  IS NOT NUMERIC
            OR WS-IN-CTGRY-ID = SPACES
            OR WS-IN-TERM-ID  = SPACES
              MOVE 'BADROW'                 TO WS-RSLT-CD
              MOVE 'ROW IS NOT IN TERM-SHEET FORMAT'
                                            TO WS-RSLT-REASON
              ADD 1                         TO WS-REJECT-CNT
              GO TO 4300-EXIT
           END-IF

           IF WS-IN-TMPLT-NO NOT = WS-TMPLT-NO
              MOVE 'BADROW'                 TO WS-RSLT-CD
              MOVE 'ROW IS FOR A DIFFERENT TEMPLATE'
                                            TO WS-RSLT-REASON
              ADD 1                         TO WS-REJECT-CNT
              GO TO 4300-EXIT
           END-IF

           IF IN-VALUE-TOO-LONG
              MOVE 'BADROW'                 TO WS-RSLT-CD
              MOVE 'VALUE LONGER THAN 1000 CHARACTERS'
                                            TO WS-RSLT-REASON
              ADD 1                         TO WS-REJECT-CNT
              GO TO 4300-EXIT
           END-IF

           PERFORM 4320-FIND-AMENDMENT

           IF WS-AMND-ID = 0
              MOVE 'NOTFOUND'               TO WS-RSLT-CD
              MOVE 'TERM POSITION IS NOT ON THE WORK TEMPLATE'
                                            TO WS-RSLT-REASON
              ADD 1                         TO WS-REJECT-CNT
              GO TO 4300-EXIT
           END-IF

           PERFORM 3500-GET-CURRENT-VALUE

           IF WS-LINK-TS NOT = WS-IN-LINK-TS
              MOVE 'CHANGED'                TO WS-RSLT-CD
              STRING 'VALUE CHANGED ONLINE SINCE EXPORT AT '
                     WS-LINK-TS
                     DELIMITED BY SIZE
                     INTO WS-RSLT-REASON
              END-STRING
              ADD 1                         TO WS-CHANGED-CNT
              GO TO 4300-EXIT
           END-IF

           IF D013-MCA-TEXT-DS-LEN = WS-IN-VALUE-LEN
              IF WS-IN-VALUE-LEN = 0
                 MOVE 'UNCHANGED'           TO WS-RSLT-CD
                 ADD 1                      TO WS-UNCHANGED-CNT
                 GO TO 4300-EXIT
              END-IF
              IF D013-MCA-TEXT-DS-TEXT(1:WS-IN-VALUE-LEN)
               = WS-IN-VALUE(1:WS-IN-VALUE-LEN)
                 MOVE 'UNCHANGED'           TO WS-RSLT-CD
                 ADD 1                      TO WS-UNCHANGED-CNT
                 GO TO 4300-EXIT
              END-IF
           END-IF

           IF WS-IN-VALUE-LEN = 0
              MOVE 'REJECTED'               TO WS-RSLT-CD
              MOVE 'BLANK VALUE - CLEAR THE TERM ONLINE'
                                            TO WS-RSLT-REASON
              ADD 1                         TO WS-REJECT-CNT
              GO TO 4300-EXIT
           END-IF

           PERFORM 4400-VALIDATE-VALUE

           IF WS-TVAL-ERROR-CNT > 0
              MOVE 'INVALID'                TO WS-RSLT-CD
              MOVE WS-TVAL-ERR-REASON(1)    TO WS-RSLT-REASON
              ADD 1                         TO WS-INVALID-CNT
              GO TO 4300-EXIT
           END-IF

           PERFORM 4500-STAGE-VALUE

           MOVE 'ACCEPTED'                  TO WS-RSLT-CD
           ADD 1                            TO WS-ACCEPT-CNT
           .
      *----------------------------------*
       4300-EXIT.
      *----------------------------------*
           EXIT.
      *----------------------------------*
       4310-PARSE-ROW.
      *----------------------------------*
      * THE SIX KEY FIELDS ARE UNSTRUNG ON '|'; EVERYTHING AFTER THE
      * SIXTH DELIMITER IS THE VALUE, SO THE VALUE ITSELF MAY CARRY
      * '|'.  SEQUENCE NUMBERS AND THE TEMPLATE ID MAY HAVE LOST THEIR
      * LEADING ZEROES IN A SPREADSHEET AND ARE RIGHT-JUSTIFIED BACK.

           MOVE SPACES                      TO WS-IN-TMPLT-TX
                                               WS-IN-CTGRY-ID
                                               WS-IN-CTGRY-SQ-TX
                                               WS-IN-TERM-ID
                                               WS-IN-TERM-SQ-TX
                                               WS-IN-LINK-TS
                                               WS-IN-VALUE
           MOVE 0                           TO WS-IN-FIELD-CNT
                                               WS-IN-VALUE-LEN
           MOVE 'N'                         TO WS-IN-LONG-SW
           MOVE 1                           TO WS-PTR

           UNSTRING TSHTFILE-REC DELIMITED BY '|'
              INTO WS-IN-TMPLT-TX
                   WS-IN-CTGRY-ID
                   WS-IN-CTGRY-SQ-TX
                   WS-IN-TERM-ID
                   WS-IN-TERM-SQ-TX
                   WS-IN-LINK-TS
              WITH POINTER WS-PTR
              TALLYING IN WS-IN-FIELD-CNT
           END-UNSTRING

           INSPECT WS-IN-TMPLT-TX    REPLACING LEADING SPACES BY ZEROES
           INSPECT WS-IN-CTGRY-SQ-TX REPLACING LEADING SPACES BY ZEROES
           INSPECT WS-IN-TERM-SQ-TX  REPLACING LEADING SPACES BY ZEROES

           IF WS-PTR <= LENGTH OF TSHTFILE-REC
              MOVE TSHTFILE-REC(WS-PTR:)    TO WS-IN-VALUE
              IF WS-PTR + WS-VALUE-MAX <= LENGTH OF TSHTFILE-REC
                 IF TSHTFILE-REC(WS-PTR + WS-VALUE-MAX:) NOT = SPACES
                    SET IN-VALUE-TOO-LONG   TO TRUE
                 END-IF
              END-IF
              PERFORM VARYING WS-IN-VALUE-LEN FROM WS-VALUE-MAX BY -1
                      UNTIL WS-IN-VALUE-LEN = 0
                         OR WS-IN-VALUE(WS-IN-VALUE-LEN:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
           END-IF

           MOVE WS-IN-CTGRY-ID              TO WS-CTGRY-ID
           MOVE WS-IN-TERM-ID               TO WS-TERM-ID
           IF WS-IN-CTGRY-SQ-TX IS NUMERIC
              MOVE WS-IN-CTGRY-SQ-NO        TO WS-CTGRY-SQ
           END-IF
           IF WS-IN-TERM-SQ-TX IS NUMERIC
              MOVE WS-IN-TERM-SQ-NO         TO WS-TERM-SQ
           END-IF
           .
      *----------------------------------*
       4320-FIND-AMENDMENT.
      *----------------------------------*
           MOVE '4320-FIND-AMENDMENT'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COALESCE(MAX(MCA_AMND_ID), 0)
                INTO :WS-AMND-ID
                FROM  VDPM17_AMND_WORK
               WHERE  MCA_TMPLT_ID   = :WS-TMPLT-ID
                 AND  ATTRB_CTGRY_ID = :WS-CTGRY-ID
                 AND  CTGRY_SQ       = :WS-CTGRY-SQ
                 AND  ATTRB_TERM_ID  = :WS-TERM-ID
                 AND  TERM_SQ        = :WS-TERM-SQ
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM17_AMND_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4400-VALIDATE-VALUE.
      *----------------------------------*
      * DPMXTVAL SINGLE-VALUE MODE APPLIES THE TERM'S CATALOG RULES
      * (DATA TYPE, DOMAIN LIST, NO BLANK/TBD) TO THE INCOMING VALUE.

           MOVE '4400-VALIDATE-VALUE'       TO WS-PARAGRAPH-NAME

           INITIALIZE WS-TVAL-PASS-AREA
           MOVE WS-TMPLT-ID                 TO WS-TVAL-TMPLT-ID
           MOVE 'V'                         TO WS-TVAL-FUNC-CD
           MOVE WS-TERM-ID                  TO WS-TVAL-IN-TERM-ID
           MOVE WS-IN-VALUE                 TO WS-TVAL-IN-VALUE-TX

           CALL WS-TVAL-PROGRAM USING WS-TVAL-PASS-AREA

           IF WS-TVAL-SQLCODE NOT = 0
              MOVE WS-TVAL-SQLCODE          TO SQLCODE
              MOVE 'VDPM04_ATTRB_DTL'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4500-STAGE-VALUE.
      *----------------------------------*
      * STAGED EXACTLY AS AN ONLINE TEXT EDIT IS (DPMXMAMN): A NEW
      * VDPM13 TEXT ROW AND A NEW 'U' (UNSAVED) 'T' LINK ON THE WORK
      * COPY, WHICH BECOMES THE CURRENT LINK FOR THE AMENDMENT.

           MOVE '4500-STAGE-VALUE'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-NEW-VALUE-ID = (NEXT VALUE FOR DPM.SQDPM111)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM13_MCA_TEXT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-NEW-VALUE-ID             TO D013-MCA-VALUE-ID
           MOVE SPACES                      TO D013-MCA-TEXT-DS-TEXT
           MOVE WS-IN-VALUE(1:WS-IN-VALUE-LEN)
                                            TO D013-MCA-TEXT-DS-TEXT
           MOVE WS-IN-VALUE-LEN             TO D013-MCA-TEXT-DS-LEN

           EXEC SQL
              INSERT INTO VDPM13_MCA_TEXT
                     (MCA_VALUE_ID
                     ,MCA_TEXT_DS)
              VALUES (:D013-MCA-VALUE-ID
                     ,:D013-MCA-TEXT-DS)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM13_MCA_TEXT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              INSERT INTO VDPM19_LINK_WORK
                     (MCA_AMND_ID
                     ,MCA_VALUE_ID
                     ,MCA_VALUE_TYPE_CD
                     ,MCA_ACCS_STAT_CD
                     ,AMND_STAT_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:WS-AMND-ID
                     ,:WS-NEW-VALUE-ID
                     ,'T'
                     ,'U'
                     ,CASE :D014-MCA-TMPLT-TYPE-CD
                           WHEN 'I' THEN 'I'
                           ELSE 'P'
                      END
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM19_LINK_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4700-WRITE-RESULT.
      *----------------------------------*
           MOVE SPACES                      TO TSHTRSLT-REC
           STRING WS-IN-TMPLT-TX    '|'
                  WS-IN-CTGRY-ID    '|'
                  WS-IN-CTGRY-SQ-TX '|'
                  WS-IN-TERM-ID     '|'
                  WS-IN-TERM-SQ-TX  '|'
                  WS-RSLT-CD        '|'
                  WS-RSLT-REASON
                  DELIMITED BY SIZE
                  INTO TSHTRSLT-REC
           END-STRING
           WRITE TSHTRSLT-REC
           .
      *----------------------------------*
       4800-SAVE-TEMPLATE.
      *----------------------------------*
      * THE ACCEPTED ROWS GO THROUGH THE ONLINE SAVE (DPMXMSAV).  IT
      * RELEASES A LOCK THIS RUN TOOK ('U'); A LOCK THE USER ALREADY
      * HELD IS KEPT ('S').  A REFUSED SAVE UNDOES EVERY STAGED ROW.

           MOVE '4800-SAVE-TEMPLATE'        TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-OUTSQLCA
                                               WS-SP-ERROR-AREA
                                               WS-SP-RC
           MOVE WS-TMPLT-ID                 TO WS-OLD-TEMPLATE-ID
                                               WS-NEW-TEMPLATE-ID
           MOVE SPACES                      TO WS-SAVE-TMPLT-NM-TEXT
           IF D014-MCA-TMPLT-NM-LEN > LENGTH OF WS-SAVE-TMPLT-NM-TEXT
              MOVE LENGTH OF WS-SAVE-TMPLT-NM-TEXT
                                            TO WS-SAVE-TMPLT-NM-LEN
           ELSE
              MOVE D014-MCA-TMPLT-NM-LEN    TO WS-SAVE-TMPLT-NM-LEN
           END-IF
           MOVE D014-MCA-TMPLT-NM-TEXT      TO WS-SAVE-TMPLT-NM-TEXT
           MOVE D014-MCA-TMPLT-TYPE-CD      TO WS-SAVE-TMPLT-TYPE
           IF LOCK-TAKEN
              MOVE 'U'                      TO WS-SAVE-IND
           ELSE
              MOVE 'S'                      TO WS-SAVE-IND
           END-IF

           CALL WS-SAVE-PROGRAM USING WS-OUTSQLCA,
                                      WS-SP-ERROR-AREA,
                                      WS-SP-RC,
                                      WS-OLD-TEMPLATE-ID,
                                      WS-NEW-TEMPLATE-ID,
                                      WS-SAVE-TMPLT-NM,
                                      WS-SAVE-TMPLT-TYPE,
                                      WS-CMPNY-ID,
                                      WS-USER-ID,
                                      WS-SAVE-IND

           MOVE SPACES                      TO WS-IN-CTGRY-ID
                                               WS-IN-CTGRY-SQ-TX
                                               WS-IN-TERM-ID
                                               WS-IN-TERM-SQ-TX
           MOVE WS-TMPLT-NO                 TO WS-IN-TMPLT-TX
           MOVE 'SAVE'                      TO WS-RSLT-CD
           MOVE SPACES                      TO WS-RSLT-REASON

           IF WS-SP-RC = 'SP00'
              EXEC SQL
                 COMMIT
              END-EXEC
              IF LOCK-TAKEN
                 MOVE 'N'                   TO WS-LOCK-TAKEN-SW
              END-IF
              MOVE WS-ACCEPT-CNT            TO WS-CNT-ED
              STRING 'SP00 - ' WS-CNT-ED
                     ' ACCEPTED ROWS SAVED'
                     DELIMITED BY SIZE
                     INTO WS-RSLT-REASON
              END-STRING
              DISPLAY 'TEMPLATE SAVED           :' WS-TMPLT-NO
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              SET SAVE-FAILED               TO TRUE
              STRING WS-SP-RC ' - ACCEPTED ROWS NOT APPLIED - '
                     WS-SP-ERROR-AREA
                     DELIMITED BY SIZE
                     INTO WS-RSLT-REASON
              END-STRING
              DISPLAY 'TEMPLATE SAVE REFUSED    :' WS-SP-RC
              DISPLAY 'SAVE MESSAGE             :' WS-SP-ERROR-AREA
           END-IF

           PERFORM 4700-WRITE-RESULT
           .
      *----------------------------------*
       4900-RELEASE-LOCK.
      *----------------------------------*
           MOVE '4900-RELEASE-LOCK'         TO WS-PARAGRAPH-NAME

           MOVE 'N'                         TO WS-LOCK-TAKEN-SW

           INITIALIZE WS-LOCK-AREA
           MOVE WS-TMPLT-ID                 TO WS-LOCK-TEMPLATE-ID
           MOVE WS-CMPNY-ID                 TO WS-LOCK-CMPNY-ID
           MOVE WS-USER-ID                  TO WS-LOCK-IN-USER-ID
           MOVE 'U'                         TO WS-LOCK-ACTION-IND

           CALL WS-LOCK-PROGRAM USING WS-LOCK-TEMPLATE-ID
                                      WS-LOCK-CMPNY-ID
                                      WS-LOCK-IN-USER-ID
                                      WS-LOCK-ACTION-IND
                                      WS-LOCK-CMPNY-CD
                                      WS-LOCK-OUT-USER-ID
                                      WS-LOCK-USER-NM
                                      WS-LOCK-OUT-SQLCODE
                                      WS-LOCK-ERROR-AREA
                                      WS-LOCK-RC

           IF WS-LOCK-RC NOT = 'SP00'
              DISPLAY 'TEMPLATE LOCK NOT RELEASED:' WS-LOCK-RC
              DISPLAY 'LOCK MESSAGE             :' WS-LOCK-ERROR-AREA
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
      * THE STAGED ROWS ARE ROLLED BACK; A LOCK THIS RUN TOOK (AND
      * COMMITTED) IS RELEASED SO THE TEMPLATE IS NOT LEFT HELD.

           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE NAME     = ' WS-TABLE-NAME
           DISPLAY 'SQLCODE        = ' WS-SQLCODE
           EXEC SQL
              ROLLBACK
           END-EXEC
           IF LOCK-TAKEN
              PERFORM 4900-RELEASE-LOCK
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF
           MOVE 16                          TO RETURN-CODE
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-SUMMARY.
      *------------------------*
           DISPLAY WS-DASHES
           DISPLAY 'TEMPLATE ID              :' WS-TMPLT-NO
           IF EXPORT-MODE
              DISPLAY 'TERMS EXPORTED           :' WS-EXPORT-CNT
              DISPLAY 'VALUES TOO LONG TO EXPORT:' WS-LONG-CNT
           ELSE
              DISPLAY 'ROWS READ                :' WS-READ-CNT
              DISPLAY 'ROWS ACCEPTED            :' WS-ACCEPT-CNT
              DISPLAY 'ROWS UNCHANGED           :' WS-UNCHANGED-CNT
              DISPLAY 'ROWS CHANGED ONLINE      :' WS-CHANGED-CNT
              DISPLAY 'ROWS FAILING VALIDATION  :' WS-INVALID-CNT
              DISPLAY 'ROWS REJECTED            :' WS-REJECT-CNT
              IF SAVE-FAILED
                 DISPLAY 'SAVE REFUSED - NO ROWS WERE APPLIED'
              END-IF
           END-IF
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXTSHT ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           EVALUATE TRUE
              WHEN SAVE-FAILED
                 MOVE 8                     TO RETURN-CODE
              WHEN WS-LONG-CNT > 0
              WHEN WS-CHANGED-CNT > 0
              WHEN WS-INVALID-CNT > 0
              WHEN WS-REJECT-CNT > 0
                 MOVE 4                     TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                     TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
