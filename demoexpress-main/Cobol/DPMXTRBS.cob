       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTRBS.
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
      *    NAME  DPMXTRBS(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTRBS                                            *
      *                                                                *
      * INHERITED-TERM REBASE.  RUN AFTER AN ISDA BASE TEMPLATE IS     *
      * REPUBLISHED WITH CORRECTED WORDING.  EVERY TEXT TERM OF THE    *
      * BASE WHOSE CURRENT WORDING DIFFERS FROM THE WORDING IT CARRIED *
      * AT THE PREVIOUS-VERSION TIME (SYSIN) IS A CHANGED BASE TERM.   *
      * EACH TEMPLATE DERIVED FROM THE BASE (MCA_ISDA_TMPLT_ID) IS     *
      * THEN WALKED FOR THE SAME TERM POSITION (CATEGORY, CATEGORY     *
      * SEQUENCE, TERM, TERM SEQUENCE):                                *
      *                                                                *
      *   INHERITED  - THE DERIVED WORDING STILL EQUALS THE BASE'S     *
      *                PREVIOUS WORDING.  THE NEW BASE WORDING IS      *
      *                COPIED UNDER A NEW DPM.SQDPM111 VALUE ID AND    *
      *                STAGED ON THE DERIVED TEMPLATE'S WORK COPY AS   *
      *                A 'U' (UNSAVED) VDPM19_LINK_WORK EDIT, SO IT    *
      *                IS REVIEWED AND RIDES THE NORMAL DPMXMSAV SAVE  *
      *                AND DPMXAPUB PUBLISH CYCLE.                     *
      *   OVERRIDDEN - THE DERIVED WORDING WAS NEGOTIATED AWAY FROM    *
      *                THE BASE.  NOTHING IS STAGED; THE TERM IS       *
      *                REPORTED FOR A HUMAN DECISION.                  *
      *   CURRENT    - THE DERIVED WORDING ALREADY EQUALS THE NEW      *
      *                BASE WORDING.  COUNTED ONLY.                    *
      *                                                                *
      * THE WORK COPY OF A DERIVED TEMPLATE IS CLEARED AND REBUILT     *
      * FROM ITS CURRENT MASTER THE SAME WAY DPMXTRBK REBUILDS ONE,    *
      * ONCE PER RUN, BEFORE ITS FIRST TERM IS STAGED.  A TEMPLATE     *
      * LOCKED IN VDPM10_MCA_LOCK OR WHOSE WORK COPY ALREADY CARRIES   *
      * UNSAVED 'U' EDITS IS LEFT ALONE AND REPORTED AS SKIPPED; ITS   *
      * INHERITED TERMS ARE PICKED UP BY A RERUN.  EXECUTED, DELETED   *
      * AND EXPIRED TEMPLATES ARE NOT REBASED.  EACH REBASED TEMPLATE  *
      * IS RECORDED ON VDPM14_TMPLT_COPY_LOG (OLD = BASE, NEW =        *
      * DERIVED, TERM COUNT = TERMS STAGED).  THE WHOLE RUN IS ONE     *
      * UNIT OF WORK: ANY SQL ERROR ROLLS BACK EVERYTHING.             *
      *                                                                *
      * THE REBASE REPORT (STAGED / OVERRIDDEN / SKIPPED LINES AND A   *
      * CSV COPY) IS WRITTEN THROUGH DPMXRPTW.  OVERRIDDEN OR SKIPPED  *
      * ITEMS END THE STEP WITH RC 4.  MODE R REPORTS WHAT WOULD BE    *
      * STAGED WITHOUT TOUCHING THE WORK TABLES.                       *
      *                                                                *
      * SYSIN CARDS: 1) BASE TEMPLATE ID (9 DIGITS)                    *
      *              2) PREVIOUS-VERSION TIMESTAMP (26 CHARS, DB2      *
      *                 FORMAT; A BARE DATE (10 CHARS) IS TAKEN AS     *
      *                 END OF THAT DAY)                               *
      *              3) REQUESTING USER ID (10 CHARS)                  *
      *              4) MODE (S = STAGE, DEFAULT / R = REPORT ONLY)    *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT      - MCA TEMPLATE TABLE                     *
      * VDPM15_TMPLT_WORK     - TEMPLATE WORK TABLE                    *
      * VDPM16_MCA_AMND       - TEMPLATE AMENDMENT TABLE               *
      * VDPM17_AMND_WORK      - AMENDMENT WORK TABLE                   *
      * VDPM18_MCA_LINK       - AMENDMENT VALUE LINK TABLE             *
      * VDPM19_LINK_WORK      - LINK WORK TABLE                        *
      * VDPM13_MCA_TEXT       - MCA TEXT TABLE                         *
      * VDPM10_MCA_LOCK       - TEMPLATE LOCK TABLE                    *
      * VDPM14_TMPLT_COPY_LOG - COPY AUDIT LOG                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      * DPM1401 / DPM1402                                              *
      *----------------------------------------------------------------*
      *                                                                *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTRBS'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-BASE-TMPLT-ID                 PIC 9(9)  VALUE 0.
       01  WS-PREV-IN                       PIC X(26) VALUE SPACES.
       01  WS-PREV-TS                       PIC X(26) VALUE SPACES.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 STAGE-MODE                    VALUE 'S'.
           88 REPORT-MODE                   VALUE 'R'.
      *
      * CHANGED BASE TERM
       01  WS-CTGRY-ID                      PIC X(8)  VALUE SPACES.
       01  WS-CTGRY-SQ                      PIC S9(4) COMP VALUE 0.
       01  WS-TERM-ID                       PIC X(8)  VALUE SPACES.
       01  WS-TERM-SQ                       PIC S9(4) COMP VALUE 0.
       01  WS-CURR-VALUE-ID                 PIC S9(18)V COMP-3 VALUE 0.
       01  WS-PREV-VALUE-ID                 PIC S9(18)V COMP-3 VALUE 0.
       01  WS-SAME-TEXT-CNT                 PIC S9(9) COMP VALUE 0.
      *
      * DERIVED TEMPLATE TERM
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-DELR-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-CLNT-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-AMND-ID                       PIC S9(18)V COMP-3 VALUE 0.
       01  WS-VALUE-ID                      PIC S9(18)V COMP-3 VALUE 0.
       01  WS-INHRT-CD                      PIC X(1)  VALUE SPACES.
           88 TERM-INHERITED                VALUE 'I'.
           88 TERM-OVERRIDDEN               VALUE 'O'.
           88 TERM-CURRENT                  VALUE 'C'.
       01  WS-DRVD-TEXT                     PIC X(40) VALUE SPACES.
       01  WS-NEW-VALUE-ID                  PIC S9(18)V COMP-3 VALUE 0.
      *
       01  WS-LOCK-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-UNSAVED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-AMND-CPY-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-LINK-CPY-CNT                  PIC S9(9) COMP VALUE 0.
      *
      * DERIVED TEMPLATES MET IN THIS RUN AND WHAT WAS DONE TO THEM
       01  WS-TMPLT-MAX                     PIC S9(4) COMP VALUE 2000.
       01  WS-TMPLT-TBL-CNT                 PIC S9(4) COMP VALUE 0.
       01  WS-TX                            PIC S9(4) COMP VALUE 0.
       01  WS-TMPLT-TBL.
           05 WS-TMPLT-ENTRY OCCURS 2000 TIMES.
              10 WS-TE-TMPLT-ID             PIC S9(9) COMP.
              10 WS-TE-STAT-CD              PIC X(1).
                 88 TE-READY                VALUE 'R'.
                 88 TE-SKIPPED              VALUE 'S'.
              10 WS-TE-AMND-CNT             PIC S9(9) COMP.
              10 WS-TE-STAGED-CNT           PIC S9(9) COMP.
      *
       01  WS-BASE-TERM-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-CHANGED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-NEW-TERM-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-INHERITED-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-STAGED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-OVERRIDDEN-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-CURRENT-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-HELD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-SKIPPED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-REBASED-CNT                   PIC S9(9) COMP VALUE 0.
      *
       01  WS-BASE-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-BASE-TERMS            VALUE 'Y'.
       01  WS-DRVD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-DRVD-TERMS            VALUE 'Y'.
      *
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-CTGRY-SQ-ED                   PIC ZZZ9.
       01  WS-TERM-SQ-ED                    PIC ZZZ9.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-FLAG-TX                       PIC X(10) VALUE SPACES.
       01  WS-DETAIL-TX                     PIC X(60) VALUE SPACES.
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
              INCLUDE DPM1401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1402
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * CURRENT TEXT OF EVERY BASE TERM POSITION: LATEST AMENDMENT FOR
      * THE POSITION, LATEST 'T' LINK FOR THAT AMENDMENT.
           EXEC SQL
              DECLARE TRBS_BASE_CSR CURSOR FOR
                 SELECT DPM16.ATTRB_CTGRY_ID
                       ,DPM16.CTGRY_SQ
                       ,DPM16.ATTRB_TERM_ID
                       ,DPM16.TERM_SQ
                       ,DPM18.MCA_VALUE_ID
                 FROM   VDPM16_MCA_AMND   DPM16
                       ,VDPM18_MCA_LINK   DPM18
                 WHERE  DPM16.MCA_TMPLT_ID      = :WS-BASE-TMPLT-ID
                   AND  DPM16.MCA_AMND_ID =
                        (SELECT MAX(X.MCA_AMND_ID)
                           FROM VDPM16_MCA_AMND X
                          WHERE X.MCA_TMPLT_ID   = DPM16.MCA_TMPLT_ID
                            AND X.ATTRB_CTGRY_ID = DPM16.ATTRB_CTGRY_ID
                            AND X.CTGRY_SQ       = DPM16.CTGRY_SQ
                            AND X.ATTRB_TERM_ID  = DPM16.ATTRB_TERM_ID
                            AND X.TERM_SQ        = DPM16.TERM_SQ)
                   AND  DPM18.MCA_AMND_ID       = DPM16.MCA_AMND_ID
                   AND  DPM18.MCA_VALUE_TYPE_CD = 'T'
                   AND  DPM18.ROW_UPDT_TS =
                        (SELECT MAX(Y.ROW_UPDT_TS)
                           FROM VDPM18_MCA_LINK Y
                          WHERE Y.MCA_AMND_ID       = DPM18.MCA_AMND_ID
                            AND Y.MCA_VALUE_TYPE_CD = 'T')
                 ORDER BY DPM16.ATTRB_CTGRY_ID, DPM16.CTGRY_SQ
                         ,DPM16.ATTRB_TERM_ID, DPM16.TERM_SQ
           END-EXEC
      *
      * THE SAME TERM POSITION ON EVERY LIVE TEMPLATE DERIVED FROM THE
      * BASE, CLASSIFIED AGAINST THE BASE'S PREVIOUS AND NEW WORDING.
           EXEC SQL
              DECLARE TRBS_DRVD_CSR CURSOR FOR
                 SELECT DPM14.MCA_TMPLT_ID
                       ,DPM14.DELR_CMPNY_ID
                       ,DPM14.CLNT_CMPNY_ID
                       ,DPM16.MCA_AMND_ID
                       ,DPM18.MCA_VALUE_ID
                       ,CASE WHEN DPM13.MCA_TEXT_DS = CUR13.MCA_TEXT_DS
                             THEN 'C'
                             WHEN DPM13.MCA_TEXT_DS = PRV13.MCA_TEXT_DS
                             THEN 'I'
                             ELSE 'O' END
                       ,SUBSTR(DPM13.MCA_TEXT_DS, 1, 40)
                 FROM   VDPM14_MCA_TMPLT  DPM14
                       ,VDPM16_MCA_AMND   DPM16
                       ,VDPM18_MCA_LINK   DPM18
                       ,VDPM13_MCA_TEXT   DPM13
                       ,VDPM13_MCA_TEXT   CUR13
                       ,VDPM13_MCA_TEXT   PRV13
                 WHERE  DPM14.MCA_ISDA_TMPLT_ID = :WS-BASE-TMPLT-ID
                   AND  DPM14.MCA_TMPLT_ID     <> :WS-BASE-TMPLT-ID
                   AND  DPM14.MCA_STAT_IN NOT IN ('L', 'X')
                   AND  NOT (DPM14.MCA_TMPLT_TYPE_CD = 'E'
                        AND  DPM14.MCA_EXE_TS >
                             '1900-01-01-01.01.01.000001')
                   AND  DPM16.MCA_TMPLT_ID      = DPM14.MCA_TMPLT_ID
                   AND  DPM16.ATTRB_CTGRY_ID    = :WS-CTGRY-ID
                   AND  DPM16.CTGRY_SQ          = :WS-CTGRY-SQ
                   AND  DPM16.ATTRB_TERM_ID     = :WS-TERM-ID
                   AND  DPM16.TERM_SQ           = :WS-TERM-SQ
                   AND  DPM16.MCA_AMND_ID =
                        (SELECT MAX(X.MCA_AMND_ID)
                           FROM VDPM16_MCA_AMND X
                          WHERE X.MCA_TMPLT_ID   = DPM16.MCA_TMPLT_ID
                            AND X.ATTRB_CTGRY_ID = DPM16.ATTRB_CTGRY_ID
                            AND X.CTGRY_SQ       = DPM16.CTGRY_SQ
                            AND X.ATTRB_TERM_ID  = DPM16.ATTRB_TERM_ID
                            AND X.TERM_SQ        = DPM16.TERM_SQ)
                   AND  DPM18.MCA_AMND_ID       = DPM16.MCA_AMND_ID
                   AND  DPM18.MCA_VALUE_TYPE_CD = 'T'
                   AND  DPM18.ROW_UPDT_TS =
                        (SELECT MAX(Y.ROW_UPDT_TS)
                           FROM VDPM18_MCA_LINK Y
                          WHERE Y.MCA_AMND_ID       = DPM18.MCA_AMND_ID
                            AND Y.MCA_VALUE_TYPE_CD = 'T')
                   AND  DPM13.MCA_VALUE_ID      = DPM18.MCA_VALUE_ID
                   AND  CUR13.MCA_VALUE_ID      = :WS-CURR-VALUE-ID
                   AND  PRV13.MCA_VALUE_ID      = :WS-PREV-VALUE-ID
                 ORDER BY DPM14.MCA_TMPLT_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALIDATE-BASE
           PERFORM 3000-REBASE-TERMS
           IF STAGE-MODE
              PERFORM 7000-LOG-REBASE
              EXEC SQL
                 COMMIT
              END-EXEC
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
           DISPLAY 'DPMXTRBS STARTED AT      :' WS-TS

           ACCEPT WS-BASE-TMPLT-ID          FROM SYSIN
           ACCEPT WS-PREV-IN                FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-RUN-MODE               FROM SYSIN

           IF WS-RUN-MODE = SPACES
              SET STAGE-MODE                TO TRUE
           END-IF

           IF WS-PREV-IN(11:16) = SPACES
              MOVE WS-PREV-IN(1:10)         TO WS-PREV-TS(1:10)
              MOVE '-23.59.59.999999'       TO WS-PREV-TS(11:16)
           ELSE
              MOVE WS-PREV-IN               TO WS-PREV-TS
           END-IF

           DISPLAY 'BASE TEMPLATE ID         :' WS-BASE-TMPLT-ID
           DISPLAY 'PREVIOUS VERSION AS OF   :' WS-PREV-TS
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY WS-DASHES

           IF WS-BASE-TMPLT-ID = ZEROES
            OR WS-PREV-IN = SPACES
            OR WS-USER-ID = SPACES
            OR (NOT STAGE-MODE AND NOT REPORT-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2000-VALIDATE-BASE.
      *----------------------------------*
           MOVE '2000-VALIDATE-BASE'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_NM
                    ,MCA_PBLTN_DT
                    ,MCA_STAT_IN
                INTO :D014-MCA-TMPLT-NM
                    ,:D014-MCA-PBLTN-DT
                    ,:D014-MCA-STAT-IN
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :WS-BASE-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 DISPLAY 'BASE TEMPLATE NOT FOUND  :' WS-BASE-TMPLT-ID
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D014-MCA-PBLTN-DT > WS-PREV-TS(1:10)
              DISPLAY 'BASE WAS NOT YET PUBLISHED AT PREVIOUS TIME'
              DISPLAY 'PUBLICATION DATE         :' D014-MCA-PBLTN-DT
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'ISDA BASE REBASE OF INHERITED TERMS (DPMXTRBS)'
                                            TO WS-RPTW-TITLE
           MOVE 'FLAG,TMPLT_ID,DEALER,CLIENT,CTGRY,CSQ,TERM,TSQ,DETAIL'
                                            TO WS-RPTW-CSV
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       3000-REBASE-TERMS.
      *----------------------------------*
           MOVE '3000-REBASE-TERMS'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN TRBS_BASE_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM16_MCA_AMND'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3100-FETCH-BASE-TERM
           PERFORM UNTIL NO-MORE-BASE-TERMS
              ADD 1                         TO WS-BASE-TERM-CNT
              PERFORM 3200-CHECK-BASE-CHANGE THRU 3200-EXIT
              PERFORM 3100-FETCH-BASE-TERM
           END-PERFORM

           EXEC SQL
              CLOSE TRBS_BASE_CSR
           END-EXEC

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-CHANGED-CNT              TO WS-CNT-ED
           STRING 'CHANGED BASE TERMS: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-STAGED-CNT               TO WS-CNT-ED
           STRING 'INHERITED TERMS STAGED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-OVERRIDDEN-CNT           TO WS-CNT-ED
           STRING 'OVERRIDDEN TERMS FOR DECISION: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-SKIPPED-CNT              TO WS-CNT-ED
           STRING 'DERIVED TEMPLATES SKIPPED: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       3100-FETCH-BASE-TERM.
      *----------------------------------*
           EXEC SQL
              FETCH TRBS_BASE_CSR
                INTO :WS-CTGRY-ID
                    ,:WS-CTGRY-SQ
                    ,:WS-TERM-ID
                    ,:WS-TERM-SQ
                    ,:WS-CURR-VALUE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-BASE-TERMS     TO TRUE
              WHEN OTHER
                 MOVE 'VDPM18_MCA_LINK'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3200-CHECK-BASE-CHANGE.
      *----------------------------------*
      * THE PREVIOUS WORDING IS WHAT THE POSITION CARRIED AT THE
      * PREVIOUS-VERSION TIME (DPMXTRBK'S AS-OF RULE).  A POSITION
      * ADDED SINCE THEN HAS NOTHING TO INHERIT FROM.

           MOVE '3200-CHECK-BASE-CHANGE'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT DPM18.MCA_VALUE_ID
                INTO :WS-PREV-VALUE-ID
                FROM  VDPM16_MCA_AMND       DPM16
                     ,VDPM18_MCA_LINK       DPM18
               WHERE  DPM16.MCA_TMPLT_ID    = :WS-BASE-TMPLT-ID
                 AND  DPM16.MCA_AMND_ID =
                      (SELECT MAX(X.MCA_AMND_ID)
                         FROM VDPM16_MCA_AMND X
                        WHERE X.MCA_TMPLT_ID   = :WS-BASE-TMPLT-ID
                          AND X.ATTRB_CTGRY_ID = :WS-CTGRY-ID
                          AND X.CTGRY_SQ       = :WS-CTGRY-SQ
                          AND X.ATTRB_TERM_ID  = :WS-TERM-ID
                          AND X.TERM_SQ        = :WS-TERM-SQ
                          AND X.ROW_UPDT_TS   <= :WS-PREV-TS)
                 AND  DPM18.MCA_AMND_ID     = DPM16.MCA_AMND_ID
                 AND  DPM18.MCA_VALUE_TYPE_CD = 'T'
                 AND  DPM18.ROW_UPDT_TS =
                      (SELECT MAX(Y.ROW_UPDT_TS)
                         FROM VDPM18_MCA_LINK Y
                        WHERE Y.MCA_AMND_ID       = DPM18.MCA_AMND_ID
                          AND Y.MCA_VALUE_TYPE_CD = 'T'
                          AND Y.ROW_UPDT_TS      <= :WS-PREV-TS)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 ADD 1                      TO WS-NEW-TERM-CNT
                 GO TO 3200-EXIT
              WHEN OTHER
                 MOVE 'VDPM18_MCA_LINK'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-PREV-VALUE-ID = WS-CURR-VALUE-ID
              GO TO 3200-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-SAME-TEXT-CNT
                FROM  VDPM13_MCA_TEXT       CUR13
                     ,VDPM13_MCA_TEXT       PRV13
               WHERE  CUR13.MCA_VALUE_ID    = :WS-CURR-VALUE-ID
                 AND  PRV13.MCA_VALUE_ID    = :WS-PREV-VALUE-ID
                 AND  CUR13.MCA_TEXT_DS     = PRV13.MCA_TEXT_DS
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM13_MCA_TEXT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-SAME-TEXT-CNT > 0
              GO TO 3200-EXIT
           END-IF

           ADD 1                            TO WS-CHANGED-CNT
           PERFORM 4000-WALK-DERIVED
           .
       3200-EXIT.
           EXIT.
      *----------------------------------*
       4000-WALK-DERIVED.
      *----------------------------------*
           MOVE '4000-WALK-DERIVED'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN TRBS_DRVD_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-DRVD-EOF-SW
           PERFORM 4100-FETCH-DRVD-TERM
           PERFORM UNTIL NO-MORE-DRVD-TERMS
              EVALUATE TRUE
                 WHEN TERM-INHERITED
                    ADD 1                   TO WS-INHERITED-CNT
                    PERFORM 5000-STAGE-INHERITED THRU 5000-EXIT
                 WHEN TERM-OVERRIDDEN
                    ADD 1                   TO WS-OVERRIDDEN-CNT
                    MOVE 'OVERRIDDEN'       TO WS-FLAG-TX
                    STRING 'HUMAN DECISION - NOW: ' WS-DRVD-TEXT
                           DELIMITED BY SIZE INTO WS-DETAIL-TX
                    END-STRING
                    PERFORM 6000-REPORT-LINE
                 WHEN OTHER
                    ADD 1                   TO WS-CURRENT-CNT
              END-EVALUATE
              PERFORM 4100-FETCH-DRVD-TERM
           END-PERFORM

           EXEC SQL
              CLOSE TRBS_DRVD_CSR
           END-EXEC
           .
      *----------------------------------*
       4100-FETCH-DRVD-TERM.
      *----------------------------------*
           MOVE SPACES                      TO WS-DRVD-TEXT
                                               WS-DETAIL-TX
           EXEC SQL
              FETCH TRBS_DRVD_CSR
                INTO :WS-TMPLT-ID
                    ,:WS-DELR-CMPNY-ID
                    ,:WS-CLNT-CMPNY-ID
                    ,:WS-AMND-ID
                    ,:WS-VALUE-ID
                    ,:WS-INHRT-CD
                    ,:WS-DRVD-TEXT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-DRVD-TERMS     TO TRUE
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       5000-STAGE-INHERITED.
      *----------------------------------*
           MOVE '5000-STAGE-INHERITED'      TO WS-PARAGRAPH-NAME

           IF REPORT-MODE
              MOVE 'INHERITED'              TO WS-FLAG-TX
              MOVE 'WOULD BE STAGED FROM THE NEW BASE WORDING'
                                            TO WS-DETAIL-TX
              PERFORM 6000-REPORT-LINE
              GO TO 5000-EXIT
           END-IF

           PERFORM 5100-FIND-TMPLT

           IF TE-SKIPPED(WS-TX)
              ADD 1                         TO WS-HELD-CNT
              GO TO 5000-EXIT
           END-IF

           PERFORM 5400-STAGE-TEXT

           ADD 1                            TO WS-TE-STAGED-CNT(WS-TX)
           ADD 1                            TO WS-STAGED-CNT
           MOVE 'STAGED'                    TO WS-FLAG-TX
           MOVE 'NEW BASE WORDING STAGED ON WORK COPY FOR REVIEW'
                                            TO WS-DETAIL-TX
           PERFORM 6000-REPORT-LINE
           .
       5000-EXIT.
           EXIT.
      *----------------------------------*
       5100-FIND-TMPLT.
      *----------------------------------*
      * THE FIRST INHERITED TERM MET FOR A DERIVED TEMPLATE DECIDES
      * WHETHER ITS WORK COPY CAN BE REBUILT; LATER TERMS REUSE THAT.

           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-TMPLT-TBL-CNT
                        OR WS-TE-TMPLT-ID(WS-TX) = WS-TMPLT-ID
              CONTINUE
           END-PERFORM

           IF WS-TX > WS-TMPLT-TBL-CNT
              IF WS-TMPLT-TBL-CNT >= WS-TMPLT-MAX
                 DISPLAY 'TOO MANY DERIVED TEMPLATES - RUN CANCELLED'
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                         TO WS-TMPLT-TBL-CNT
              MOVE WS-TMPLT-TBL-CNT         TO WS-TX
              MOVE WS-TMPLT-ID              TO WS-TE-TMPLT-ID(WS-TX)
              MOVE 0                        TO WS-TE-AMND-CNT(WS-TX)
                                               WS-TE-STAGED-CNT(WS-TX)
              PERFORM 5200-PREPARE-WORK-COPY THRU 5200-EXIT
           END-IF
           .
      *----------------------------------*
       5200-PREPARE-WORK-COPY.
      *----------------------------------*
      * SAME GUARDS AS DPMXTRBK: A HELD LOCK OR UNSAVED 'U' EDITS MEAN
      * SOMEONE IS MID-AMENDMENT, SO THE TEMPLATE IS LEFT ALONE.

           MOVE '5200-PREPARE-WORK-COPY'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_USER_ID
                INTO :WS-LOCK-USER-ID
                FROM  VDPM10_MCA_LOCK
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET TE-SKIPPED(WS-TX)      TO TRUE
                 ADD 1                      TO WS-SKIPPED-CNT
                 ADD 1                      TO WS-HELD-CNT
                 MOVE 'SKIPPED'             TO WS-FLAG-TX
                 STRING 'TEMPLATE LOCKED BY ' WS-LOCK-USER-ID
                        ' - RERUN AFTER RELEASE'
                        DELIMITED BY SIZE INTO WS-DETAIL-TX
                 END-STRING
                 PERFORM 6000-REPORT-LINE
                 GO TO 5200-EXIT
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM10_MCA_LOCK'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-UNSAVED-CNT
                FROM  VDPM17_AMND_WORK      DPM17
                     ,VDPM19_LINK_WORK      DPM19
               WHERE  DPM17.MCA_TMPLT_ID    = :WS-TMPLT-ID
                 AND  DPM17.MCA_AMND_ID     = DPM19.MCA_AMND_ID
                 AND  DPM19.MCA_ACCS_STAT_CD = 'U'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM19_LINK_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-UNSAVED-CNT > 0
              SET TE-SKIPPED(WS-TX)         TO TRUE
              ADD 1                         TO WS-SKIPPED-CNT
              ADD 1                         TO WS-HELD-CNT
              MOVE 'SKIPPED'                TO WS-FLAG-TX
              MOVE 'UNSAVED WORK COPY EDITS - SAVE OR DISCARD, RERUN'
                                            TO WS-DETAIL-TX
              PERFORM 6000-REPORT-LINE
              GO TO 5200-EXIT
           END-IF

           PERFORM 5300-REBUILD-WORK-COPY
           SET TE-READY(WS-TX)              TO TRUE
           ADD 1                            TO WS-REBASED-CNT
           .
       5200-EXIT.
           EXIT.
      *----------------------------------*
       5300-REBUILD-WORK-COPY.
      *----------------------------------*
      * A CLEAN WORK COPY MAY BE STALE; CLEAR IT AND RELOAD THE
      * CURRENT MASTER AS 'O' (ORIGINAL) ROWS, AS DPMXTRBK DOES.

           MOVE '5300-REBUILD-WORK-COPY'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              DELETE FROM VDPM19_LINK_WORK
               WHERE MCA_AMND_ID IN
                     (SELECT MCA_AMND_ID
                        FROM VDPM17_AMND_WORK
                       WHERE MCA_TMPLT_ID = :WS-TMPLT-ID)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM19_LINK_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              DELETE FROM VDPM17_AMND_WORK
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM17_AMND_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              DELETE FROM VDPM15_TMPLT_WORK
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM15_TMPLT_WORK'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

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
              SELECT MCA_TMPLT_ID
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
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM15_TMPLT_WORK'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

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
              SELECT MCA_AMND_ID
                     ,MCA_TMPLT_ID
                     ,ATTRB_CTGRY_ID
                     ,CTGRY_SQ
                     ,ATTRB_TERM_ID
                     ,TERM_SQ
                     ,MCA_ISDA_AMND_ID
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                FROM  VDPM16_MCA_AMND
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-AMND-CPY-CNT
                 MOVE WS-AMND-CPY-CNT       TO WS-TE-AMND-CNT(WS-TX)
              WHEN OTHER
                 MOVE 'VDPM17_AMND_WORK'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              INSERT INTO VDPM19_LINK_WORK
                     (MCA_AMND_ID
                     ,MCA_VALUE_ID
                     ,MCA_VALUE_TYPE_CD
                     ,MCA_ACCS_STAT_CD
                     ,AMND_STAT_CD
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              SELECT DPM18.MCA_AMND_ID
                     ,DPM18.MCA_VALUE_ID
                     ,DPM18.MCA_VALUE_TYPE_CD
                     ,'O'
                     ,DPM18.AMND_STAT_CD
                     ,CURRENT TIMESTAMP
                     ,:WS-USER-ID
                FROM  VDPM18_MCA_LINK       DPM18
                     ,VDPM16_MCA_AMND       DPM16
               WHERE  DPM16.MCA_TMPLT_ID    = :WS-TMPLT-ID
                 AND  DPM18.MCA_AMND_ID     = DPM16.MCA_AMND_ID
                 AND  DPM18.ROW_UPDT_TS     =
                      (SELECT MAX(DPM18A.ROW_UPDT_TS)
                         FROM VDPM18_MCA_LINK DPM18A
                        WHERE DPM18A.MCA_AMND_ID =
                                           DPM18.MCA_AMND_ID
                          AND DPM18A.MCA_VALUE_TYPE_CD =
                                           DPM18.MCA_VALUE_TYPE_CD)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 MOVE SQLERRD(3)            TO WS-LINK-CPY-CNT
              WHEN OTHER
                 MOVE 'VDPM19_LINK_WORK'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       5400-STAGE-TEXT.
      *----------------------------------*
      * THE NEW BASE WORDING IS COPIED, NOT SHARED (DPMXTCLN RULE), SO
      * A LATER NEGOTIATED CHANGE ON THE DERIVED TEMPLATE CANNOT
      * REACH BACK INTO THE BASE.

           MOVE '5400-STAGE-TEXT'           TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-NEW-VALUE-ID = (NEXT VALUE FOR DPM.SQDPM111)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              INSERT INTO VDPM13_MCA_TEXT
                     (MCA_VALUE_ID
                     ,MCA_TEXT_DS)
              SELECT :WS-NEW-VALUE-ID
                     ,MCA_TEXT_DS
                FROM  VDPM13_MCA_TEXT
               WHERE  MCA_VALUE_ID = :WS-CURR-VALUE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM13_MCA_TEXT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              UPDATE VDPM19_LINK_WORK
                 SET MCA_VALUE_ID       = :WS-NEW-VALUE-ID
                    ,MCA_ACCS_STAT_CD   = 'U'
                    ,ROW_UPDT_TS        = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID   = :WS-USER-ID
               WHERE MCA_AMND_ID        = :WS-AMND-ID
                 AND MCA_VALUE_TYPE_CD  = 'T'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM19_LINK_WORK'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       6000-REPORT-LINE.
      *----------------------------------*
           MOVE WS-TMPLT-ID                 TO WS-TMPLT-ID-ED
           MOVE WS-CTGRY-SQ                 TO WS-CTGRY-SQ-ED
           MOVE WS-TERM-SQ                  TO WS-TERM-SQ-ED

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING WS-FLAG-TX
                  '  ' WS-TMPLT-ID-ED
                  '  ' WS-DELR-CMPNY-ID
                  '  ' WS-CLNT-CMPNY-ID
                  '  ' WS-CTGRY-ID
                  ' '  WS-CTGRY-SQ-ED
                  '  ' WS-TERM-ID
                  ' '  WS-TERM-SQ-ED
                  '  ' WS-DETAIL-TX
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-FLAG-TX
                  ',' WS-TMPLT-ID-ED
                  ',' WS-DELR-CMPNY-ID
                  ',' WS-CLNT-CMPNY-ID
                  ',' WS-CTGRY-ID
                  ',' WS-CTGRY-SQ-ED
                  ',' WS-TERM-ID
                  ',' WS-TERM-SQ-ED
                  ',' WS-DETAIL-TX
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-DETAIL-TX
           .
      *----------------------------------*
       7000-LOG-REBASE.
      *----------------------------------*
      * ONE COPY LOG ROW PER DERIVED TEMPLATE WHOSE WORK COPY WAS
      * REBUILT: OLD = THE BASE IT WAS REBASED FROM.

           MOVE '7000-LOG-REBASE'           TO WS-PARAGRAPH-NAME

           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-TMPLT-TBL-CNT
              IF TE-READY(WS-TX)
                 PERFORM 7100-LOG-ONE-TMPLT
              END-IF
           END-PERFORM
           .
      *----------------------------------*
       7100-LOG-ONE-TMPLT.
      *----------------------------------*
           MOVE WS-BASE-TMPLT-ID            TO D14H-OLD-MCA-TMPLT-ID
           MOVE WS-TE-TMPLT-ID(WS-TX)       TO D14H-NEW-MCA-TMPLT-ID
           MOVE 0                           TO D14H-CTGRY-CPY-CNT
           MOVE WS-TE-STAGED-CNT(WS-TX)     TO D14H-TERM-CPY-CNT
           MOVE WS-TE-AMND-CNT(WS-TX)       TO D14H-AMND-CPY-CNT
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

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM14_TMPLT_COPY_LOG' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
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
           DISPLAY 'BASE TEMPLATE ID         :' WS-BASE-TMPLT-ID
           DISPLAY 'BASE TERMS READ          :' WS-BASE-TERM-CNT
           DISPLAY 'BASE TERMS ADDED SINCE   :' WS-NEW-TERM-CNT
           DISPLAY 'BASE TERMS CHANGED       :' WS-CHANGED-CNT
           DISPLAY 'INHERITED TERMS FOUND    :' WS-INHERITED-CNT
           DISPLAY 'INHERITED TERMS STAGED   :' WS-STAGED-CNT
           DISPLAY 'INHERITED TERMS HELD     :' WS-HELD-CNT
           DISPLAY 'OVERRIDDEN TERMS         :' WS-OVERRIDDEN-CNT
           DISPLAY 'ALREADY CURRENT TERMS    :' WS-CURRENT-CNT
           DISPLAY 'TEMPLATES REBASED        :' WS-REBASED-CNT
           DISPLAY 'TEMPLATES SKIPPED        :' WS-SKIPPED-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXTRBS ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-OVERRIDDEN-CNT > 0
            OR WS-SKIPPED-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
