       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXCSAF.
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
      *    NAME  DPMXCSAF(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXCSAF                                            *
      *                                                                *
      * EXECUTED CSA TERMS FEED TO THE COLLATERAL MANAGEMENT SYSTEM.   *
      * MODES:                                                         *
      *                                                                *
      * MODE 'M' (MAP): MAINTAINS VDPM63_CLTRL_MAP, THE LIST OF TERMS  *
      * THE MARGIN SYSTEM TAKES, FROM DD CLTRLMAP.  CARD: ACTION X(1)  *
      * (A = ADD / REPLACE, R = RETIRE), ATTRIBUTE ID X(8), COLLATERAL *
      * FIELD CODE X(8) (THE MARGIN SYSTEM'S NAME FOR THE FIELD, E.G.  *
      * THRSHLD, MTA, INDAMT, RNDG, VALDT), EACH FOLLOWED BY ONE       *
      * BLANK.  THE ATTRIBUTE MUST BE ON VDPM04_ATTRB_DTL.             *
      *                                                                *
      * MODE 'F' (FEED): NIGHTLY.  FOR EVERY EXECUTED TEMPLATE (TYPE   *
      * 'E' WITH AN EXECUTION TIMESTAMP, NOT DELETED, EXPIRED OR       *
      * TERMINATED EARLY) THE LATEST POSTED VALUE OF EACH MAPPED TERM  *
      * (VDPM16 -> VDPM18 TYPE 'T' -> VDPM13) GOES TO DD CSAFEED, ONE  *
      * FIXED-FORMAT RECORD PER TERM, WITH DEALER AND CLIENT IDS.      *
      * AMOUNT AND NUMERIC TERMS ARE ALSO CARRIED AS A SIGNED NUMBER,  *
      * DATE TERMS AS YYYY-MM-DD.  WHERE A TERM REPEATS, ITS FIRST     *
      * OCCURRENCE IS SENT.  THE DELTA INDICATOR COMPARES WITH THE     *
      * VALUE LAST SENT (VDPM64_CLTRL_SENT):                           *
      *                                                                *
      *   'N' = NEW - NEVER SENT BEFORE                                *
      *   'C' = CHANGED SINCE THE LAST SEND                            *
      *   'U' = UNCHANGED                                              *
      *   'D' = DROPPED - SENT BEFORE, NO LONGER IN THE FEED (TEMPLATE *
      *         NO LONGER EXECUTED, TERM REMOVED OR UNMAPPED)          *
      *                                                                *
      * A VALUE THAT DOES NOT FIT ITS TYPE IS REJECTED (DISPLAYED, NOT *
      * SENT) AND THE MARGIN SYSTEM KEEPS THE LAST GOOD VALUE.  A      *
      * TYPE '0' HEADER CARRIES THE RUN TIMESTAMP; A TYPE '9' TRAILER  *
      * CARRIES THE DETAIL COUNT, THE COUNT BY DELTA INDICATOR AND THE *
      * HASH TOTAL OF THE NUMERIC VALUES.  THE SAME COUNTS ARE         *
      * REGISTERED FOR THE NIGHTLY CROSS-FOOT THROUGH DPMXBALW (READ = *
      * DETAILS WRITTEN, INSERT = NEW, UPDATE = CHANGED, DELETE =      *
      * DROPPED, REJECT = REJECTED).  THE SENT REGISTER IS COMMITTED   *
      * ONLY WHEN THE WHOLE FEED COMPLETES, SO A FAILED RUN RE-SENDS   *
      * THE SAME DELTAS NEXT CYCLE.                                    *
      *                                                                *
      * REJECTED CARDS (MODE M) OR VALUES (MODE F) END THE STEP RC 4.  *
      *                                                                *
      * SYSIN CARDS: 1) MODE (M / F)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM63_CLTRL_MAP      - COLLATERAL TERM MAP                    *
      * VDPM64_CLTRL_SENT     - COLLATERAL FEED SENT REGISTER          *
      * VDPM14_MCA_TMPLT / VDPM16_MCA_AMND / VDPM18_MCA_LINK /         *
      * VDPM13_MCA_TEXT / VDPM04_ATTRB_DTL                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM6301 / DPM6401                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXBALW - BATCH BALANCING CONTROL-COUNT WRITER                *
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
      *                             EARLY-TERMINATED ('T') TEMPLATES   *
      *                             DROP OUT OF THE FEED.              *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             NOVATED ('V') TEMPLATES DROP OUT   *
      *                             OF THE FEED.                       *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             A SUPERSEDED ('S') AGREEMENT IS NO *
      *                             LONGER A LIVE EXECUTED MCA AND IS  *
      *                             LEFT OUT OF THE COLLATERAL FEED.   *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             END-OF-RUN BALANCING COUNTS ARE    *
      *                             NOW FILED UNDER THE REGION'S CYCLE *
      *                             DATE FROM VDPM87_CYCLE_DT          *
      *                             (DPMXCYDT) INSTEAD OF THE WALL-    *
      *                             CLOCK RUN DATE.                    *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLTRLMAP         ASSIGN TO CLTRLMAP
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT CSAFEED          ASSIGN TO CSAFEED
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLTRLMAP
           RECORDING MODE IS F.
       01  CLTRLMAP-REC.
           05 CM-ACTION-CD                  PIC X(1).
              88 CM-ADD-REPLACE             VALUE 'A'.
              88 CM-RETIRE                  VALUE 'R'.
           05 FILLER                        PIC X(1).
           05 CM-ATTRB-ID                   PIC X(8).
           05 FILLER                        PIC X(1).
           05 CM-CLTRL-FLD-CD               PIC X(8).
           05 FILLER                        PIC X(61).
      *
       FD  CSAFEED
           RECORDING MODE IS F.
       01  CSAFEED-REC.
           05 CF-REC-TYPE                   PIC X(1).
           05 CF-TMPLT-ID                   PIC 9(9).
           05 CF-DELR-CMPNY-ID              PIC X(8).
           05 CF-CLNT-CMPNY-ID              PIC X(8).
           05 CF-CLTRL-FLD-CD               PIC X(8).
           05 CF-ATTRB-TERM-ID              PIC X(8).
           05 CF-DELTA-IN                   PIC X(1).
           05 CF-DATA-TYPE-CD               PIC X(1).
           05 CF-NUM-VALUE                  PIC S9(13)V9(5)
                                            SIGN LEADING SEPARATE.
           05 CF-DATE-VALUE                 PIC X(10).
           05 CF-TEXT-VALUE                 PIC X(60).
           05 CF-EXE-TS                     PIC X(26).
           05 CF-AMND-ID                    PIC 9(18).
           05 FILLER                        PIC X(23).
       01  CSAFEED-HDR-REC.
           05 CH-REC-TYPE                   PIC X(1).
           05 CH-FEED-NM                    PIC X(8).
           05 CH-RUN-TS                     PIC X(26).
           05 FILLER                        PIC X(165).
       01  CSAFEED-TRL-REC.
           05 CT-REC-TYPE                   PIC X(1).
           05 CT-DETAIL-CNT                 PIC 9(9).
           05 CT-NEW-CNT                    PIC 9(9).
           05 CT-CHANGED-CNT                PIC 9(9).
           05 CT-UNCHANGED-CNT              PIC 9(9).
           05 CT-DROPPED-CNT                PIC 9(9).
           05 CT-NUM-HASH                   PIC S9(15)V9(5)
                                            SIGN LEADING SEPARATE.
           05 CT-RUN-TS                     PIC X(26).
           05 FILLER                        PIC X(107).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXCSAF'.
       01  WS-TS                            PIC X(26).
       01  WS-RUN-TS                        PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 MAP-MODE                      VALUE 'M'.
           88 FEED-MODE                     VALUE 'F'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-ATTRB-CNT                     PIC S9(9) COMP VALUE 0.
      *
       01  WS-X-TMPLT-ID                    PIC S9(9) COMP VALUE 0.
       01  WS-X-DELR-ID                     PIC X(8)  VALUE SPACES.
       01  WS-X-CLNT-ID                     PIC X(8)  VALUE SPACES.
       01  WS-X-EXE-TS                      PIC X(26) VALUE SPACES.
       01  WS-X-TERM-ID                     PIC X(8)  VALUE SPACES.
       01  WS-X-CLTRL-FLD-CD                PIC X(8)  VALUE SPACES.
       01  WS-X-DATA-TYPE-CD                PIC X(1)  VALUE SPACES.
           88 WS-X-TYPE-NUMERIC             VALUE 'N' 'A'.
           88 WS-X-TYPE-DATE                VALUE 'D'.
       01  WS-X-VALUE-TX                    PIC X(150) VALUE SPACES.
       01  WS-X-AMND-ID                     PIC S9(18)V COMP-3
                                            VALUE 0.
       01  WS-X-SENT-IN                     PIC X(1)  VALUE 'N'.
           88 WS-X-SENT-BEFORE              VALUE 'Y'.
       01  WS-X-SENT-VALUE-TX               PIC X(150) VALUE SPACES.
      *
       01  WS-PREV-TMPLT-ID                 PIC S9(9) COMP VALUE 0.
       01  WS-PREV-TERM-ID                  PIC X(8)  VALUE SPACES.
       01  WS-NUM-VALUE                     PIC S9(13)V9(5) COMP-3
                                            VALUE 0.
       01  WS-AMND-ID-X                     PIC 9(18).
      *
       01  WS-IX                            PIC S9(4) COMP VALUE 0.
       01  WS-DIGIT-CNT                     PIC S9(4) COMP VALUE 0.
       01  WS-DCML-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-INT-DIGIT-CNT                 PIC S9(4) COMP VALUE 0.
       01  WS-CHAR                          PIC X(01) VALUE SPACE.
       01  WS-VALUE-OK-SW                   PIC X(01) VALUE 'Y'.
           88 VALUE-OK                      VALUE 'Y'.
       01  WS-DATE-CHECK.
           05 WS-DT-YYYY                    PIC X(4).
           05 WS-DT-DASH1                   PIC X(1).
           05 WS-DT-MM                      PIC X(2).
           05 WS-DT-DASH2                   PIC X(1).
           05 WS-DT-DD                      PIC X(2).
      *
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ADDED-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-REPLACED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-RETIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-ROW-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-DETAIL-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-NEW-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-CHANGED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-UNCHANGED-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-DROPPED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-NUM-HASH                      PIC S9(15)V9(5) COMP-3
                                            VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
       01  WS-CSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
      *
       01  WS-CYDT-PROGRAM                  PIC X(08) VALUE 'DPMXCYDT'.
       01  WS-CYDT-PASS-AREA.
           05 WS-CYDT-JOB-NAME              PIC X(08).
           05 WS-CYDT-RGN-CD                PIC X(08).
           05 WS-CYDT-SYSIN-DT              PIC X(08).
           05 WS-CYDT-OVRD-RSN-TX           PIC X(50).
           05 WS-CYDT-RUN-ID                PIC X(08).
           05 WS-CYDT-PRIOR-RUN-ID          PIC X(08).
           05 WS-CYDT-OVRD-IN               PIC X(01).
           05 WS-CYDT-RC                    PIC X(04).
           05 WS-CYDT-MSG-TX                PIC X(80).
           05 WS-CYDT-SQLCODE               PIC S9(9) COMP.
       01  WS-BALW-PROGRAM                  PIC X(08) VALUE 'DPMXBALW'.
       01  WS-BALW-PASS-AREA.
           05 WS-BALW-JOB-NAME              PIC X(08).
           05 WS-BALW-RUN-ID                PIC X(08).
           05 WS-BALW-READ-CNT              PIC S9(9) COMP.
           05 WS-BALW-INSERT-CNT            PIC S9(9) COMP.
           05 WS-BALW-UPDATE-CNT            PIC S9(9) COMP.
           05 WS-BALW-DELETE-CNT            PIC S9(9) COMP.
           05 WS-BALW-REJECT-CNT            PIC S9(9) COMP.
           05 WS-BALW-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM6301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM6401
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE CSAF_VALUE_CSR CURSOR FOR
                 SELECT DPM14.MCA_TMPLT_ID
                       ,DPM14.DELR_CMPNY_ID
                       ,DPM14.CLNT_CMPNY_ID
                       ,DPM14.MCA_EXE_TS
                       ,DPM16.ATTRB_TERM_ID
                       ,DPM63.CLTRL_FLD_CD
                       ,DPM04.ATTRB_DATA_TYPE_CD
                       ,SUBSTR(DPM13.MCA_TEXT_DS, 1, 150)
                       ,DPM16.MCA_AMND_ID
                       ,CASE WHEN DPM64.MCA_TMPLT_ID IS NULL
                             THEN 'N' ELSE 'Y' END
                       ,COALESCE(DPM64.SENT_VALUE_TX, ' ')
                 FROM   VDPM14_MCA_TMPLT  DPM14
                       ,VDPM18_MCA_LINK   DPM18
                       ,VDPM13_MCA_TEXT   DPM13
                       ,VDPM63_CLTRL_MAP  DPM63
                       ,VDPM04_ATTRB_DTL  DPM04
                       ,VDPM16_MCA_AMND   DPM16
                 LEFT OUTER JOIN VDPM64_CLTRL_SENT DPM64
                   ON   DPM64.MCA_TMPLT_ID  = DPM16.MCA_TMPLT_ID
                   AND  DPM64.ATTRB_TERM_ID = DPM16.ATTRB_TERM_ID
                 WHERE  DPM14.MCA_TMPLT_TYPE_CD = 'E'
                   AND  DPM14.MCA_STAT_IN
                        NOT IN ('L', 'X', 'T', 'V', 'S')
                   AND  DPM14.MCA_EXE_TS >
                        '1900-01-01-01.01.01.000001'
                   AND  DPM63.MAP_STAT_CD       = 'A'
                   AND  DPM16.MCA_TMPLT_ID      = DPM14.MCA_TMPLT_ID
                   AND  DPM16.ATTRB_TERM_ID     = DPM63.ATTRB_ID
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
                   AND  DPM13.MCA_VALUE_ID      = DPM18.MCA_VALUE_ID
                   AND  DPM04.ATTRB_ID          = DPM16.ATTRB_TERM_ID
                 ORDER BY DPM14.MCA_TMPLT_ID, DPM16.ATTRB_TERM_ID
                         ,DPM16.CTGRY_SQ, DPM16.TERM_SQ
           END-EXEC
      *
           EXEC SQL
              DECLARE CSAF_DROP_CSR CURSOR FOR
                 SELECT DPM64.MCA_TMPLT_ID
                       ,DPM64.ATTRB_TERM_ID
                       ,DPM64.SENT_AMND_ID
                       ,COALESCE(DPM14.DELR_CMPNY_ID, ' ')
                       ,COALESCE(DPM14.CLNT_CMPNY_ID, ' ')
                       ,COALESCE(DPM63.CLTRL_FLD_CD, ' ')
                 FROM   VDPM64_CLTRL_SENT DPM64
                 LEFT OUTER JOIN VDPM14_MCA_TMPLT DPM14
                   ON   DPM14.MCA_TMPLT_ID = DPM64.MCA_TMPLT_ID
                 LEFT OUTER JOIN VDPM63_CLTRL_MAP DPM63
                   ON   DPM63.ATTRB_ID     = DPM64.ATTRB_TERM_ID
                 WHERE  DPM64.LAST_SEND_TS < :WS-RUN-TS
                 ORDER BY DPM64.MCA_TMPLT_ID, DPM64.ATTRB_TERM_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN MAP-MODE
                 PERFORM 2000-LOAD-MAP
              WHEN OTHER
                 PERFORM 3000-WRITE-FEED
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
           DISPLAY 'DPMXCSAF STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT MAP-MODE AND NOT FEED-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-LOAD-MAP.
      *----------------------------------*
           MOVE '2000-LOAD-MAP'             TO WS-PARAGRAPH-NAME

           OPEN INPUT CLTRLMAP

           PERFORM 2100-READ-NEXT-MAP
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 2200-APPLY-ONE-MAP THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-MAP
           END-PERFORM

           CLOSE CLTRLMAP
           .
      *----------------------------------*
       2100-READ-NEXT-MAP.
      *----------------------------------*
           READ CLTRLMAP
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-APPLY-ONE-MAP.
      *----------------------------------*
           MOVE '2200-APPLY-ONE-MAP'        TO WS-PARAGRAPH-NAME

           IF (NOT CM-ADD-REPLACE AND NOT CM-RETIRE)
            OR CM-ATTRB-ID = SPACES
            OR (CM-ADD-REPLACE AND CM-CLTRL-FLD-CD = SPACES)
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' CLTRLMAP-REC(1:19)
              GO TO 2200-EXIT
           END-IF

           MOVE CM-ATTRB-ID                 TO D63A-ATTRB-ID
           MOVE CM-CLTRL-FLD-CD             TO D63A-CLTRL-FLD-CD

           IF CM-RETIRE
              PERFORM 2300-RETIRE-ONE-MAP
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ATTRB-CNT
                FROM  VDPM04_ATTRB_DTL
               WHERE  ATTRB_ID = :D63A-ATTRB-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM04_ATTRB_DTL'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ATTRB-CNT = 0
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO TERM  :' CLTRLMAP-REC(1:19)
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM63_CLTRL_MAP
                 SET CLTRL_FLD_CD     = :D63A-CLTRL-FLD-CD
                    ,MAP_STAT_CD      = 'A'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ATTRB_ID         = :D63A-ATTRB-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPLACED-CNT
                 DISPLAY 'MAPPING REPLACED         :' CLTRLMAP-REC(1:19)
              WHEN +100
                 EXEC SQL
                    INSERT INTO VDPM63_CLTRL_MAP
                           (ATTRB_ID
                           ,CLTRL_FLD_CD
                           ,MAP_STAT_CD
                           ,ROW_UPDT_TS
                           ,ROW_UPDT_USER_ID)
                    VALUES (:D63A-ATTRB-ID
                           ,:D63A-CLTRL-FLD-CD
                           ,'A'
                           ,CURRENT TIMESTAMP
                           ,:WS-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'VDPM63_CLTRL_MAP' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-ADDED-CNT
                 DISPLAY 'MAPPING ADDED            :' CLTRLMAP-REC(1:19)
              WHEN OTHER
                 MOVE 'VDPM63_CLTRL_MAP'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-RETIRE-ONE-MAP.
      *----------------------------------*
      * A RETIRED MAPPING DROPS OUT OF THE NEXT FEED, WHICH SENDS A
      * 'D' RECORD FOR EVERY VALUE OF THE TERM SENT BEFORE.

           MOVE '2300-RETIRE-ONE-MAP'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM63_CLTRL_MAP
                 SET MAP_STAT_CD      = 'R'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ATTRB_ID         = :D63A-ATTRB-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-RETIRED-CNT
                 DISPLAY 'MAPPING RETIRED          :' CLTRLMAP-REC(1:10)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT FOUND:' CLTRLMAP-REC(1:10)
              WHEN OTHER
                 MOVE 'VDPM63_CLTRL_MAP'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-WRITE-FEED.
      *----------------------------------*
           MOVE '3000-WRITE-FEED'           TO WS-PARAGRAPH-NAME

           OPEN OUTPUT CSAFEED

           MOVE SPACES                      TO CSAFEED-HDR-REC
           MOVE '0'                         TO CH-REC-TYPE
           MOVE WS-PROGRAM                  TO CH-FEED-NM
           MOVE WS-RUN-TS                   TO CH-RUN-TS
           WRITE CSAFEED-HDR-REC

           EXEC SQL
              OPEN CSAF_VALUE_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM16_MCA_AMND'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM 3100-FETCH-NEXT-VALUE
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO WS-ROW-CNT
              IF WS-X-TMPLT-ID = WS-PREV-TMPLT-ID
               AND WS-X-TERM-ID = WS-PREV-TERM-ID
                 CONTINUE
              ELSE
                 MOVE WS-X-TMPLT-ID         TO WS-PREV-TMPLT-ID
                 MOVE WS-X-TERM-ID          TO WS-PREV-TERM-ID
                 PERFORM 3200-SEND-ONE-VALUE THRU 3200-EXIT
              END-IF
              PERFORM 3100-FETCH-NEXT-VALUE
           END-PERFORM

           EXEC SQL
              CLOSE CSAF_VALUE_CSR
           END-EXEC

           PERFORM 4000-SEND-DROPPED

           PERFORM 5000-WRITE-TRAILER
           PERFORM 6000-WRITE-BAL-COUNTS
           .
      *----------------------------------*
       3100-FETCH-NEXT-VALUE.
      *----------------------------------*
           MOVE '3100-FETCH-NEXT-VALUE'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH CSAF_VALUE_CSR
                INTO :WS-X-TMPLT-ID
                    ,:WS-X-DELR-ID
                    ,:WS-X-CLNT-ID
                    ,:WS-X-EXE-TS
                    ,:WS-X-TERM-ID
                    ,:WS-X-CLTRL-FLD-CD
                    ,:WS-X-DATA-TYPE-CD
                    ,:WS-X-VALUE-TX
                    ,:WS-X-AMND-ID
                    ,:WS-X-SENT-IN
                    ,:WS-X-SENT-VALUE-TX
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM16_MCA_AMND'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3200-SEND-ONE-VALUE.
      *----------------------------------*
           MOVE '3200-SEND-ONE-VALUE'       TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO CSAFEED-REC
           MOVE 0                           TO WS-NUM-VALUE

           EVALUATE TRUE
              WHEN WS-X-TYPE-NUMERIC
                 PERFORM 3300-CHECK-NUMERIC
                 IF VALUE-OK
                    COMPUTE WS-NUM-VALUE =
                            FUNCTION NUMVAL(WS-X-VALUE-TX)
                 END-IF
              WHEN WS-X-TYPE-DATE
                 PERFORM 3400-CHECK-DATE
                 IF VALUE-OK
                    MOVE WS-X-VALUE-TX(1:10) TO CF-DATE-VALUE
                 END-IF
              WHEN OTHER
                 MOVE 'Y'                   TO WS-VALUE-OK-SW
                 IF WS-X-VALUE-TX = SPACES
                    MOVE 'N'                TO WS-VALUE-OK-SW
                 END-IF
           END-EVALUATE

      * A BAD VALUE IS NOT SENT; THE SENT ROW IS ONLY TOUCHED SO THE
      * DROPPED-VALUE SWEEP DOES NOT MISTAKE IT FOR A REMOVED TERM.
           IF NOT VALUE-OK
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'VALUE REJECTED - TEMPLATE ' WS-X-TMPLT-ID
                      ' TERM ' WS-X-TERM-ID
                      ' TYPE ' WS-X-DATA-TYPE-CD
                      ' VALUE ' WS-X-VALUE-TX(1:40)
              IF WS-X-SENT-BEFORE
                 PERFORM 3600-TOUCH-SENT-ROW
              END-IF
              GO TO 3200-EXIT
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-X-SENT-BEFORE
                 MOVE 'N'                   TO CF-DELTA-IN
                 ADD 1                      TO WS-NEW-CNT
              WHEN WS-X-SENT-VALUE-TX NOT = WS-X-VALUE-TX
                 MOVE 'C'                   TO CF-DELTA-IN
                 ADD 1                      TO WS-CHANGED-CNT
              WHEN OTHER
                 MOVE 'U'                   TO CF-DELTA-IN
                 ADD 1                      TO WS-UNCHANGED-CNT
           END-EVALUATE

           MOVE '1'                         TO CF-REC-TYPE
           MOVE WS-X-TMPLT-ID               TO CF-TMPLT-ID
           MOVE WS-X-DELR-ID                TO CF-DELR-CMPNY-ID
           MOVE WS-X-CLNT-ID                TO CF-CLNT-CMPNY-ID
           MOVE WS-X-CLTRL-FLD-CD           TO CF-CLTRL-FLD-CD
           MOVE WS-X-TERM-ID                TO CF-ATTRB-TERM-ID
           MOVE WS-X-DATA-TYPE-CD           TO CF-DATA-TYPE-CD
           MOVE WS-NUM-VALUE                TO CF-NUM-VALUE
           MOVE WS-X-VALUE-TX(1:60)         TO CF-TEXT-VALUE
           MOVE WS-X-EXE-TS                 TO CF-EXE-TS
           MOVE WS-X-AMND-ID                TO WS-AMND-ID-X
           MOVE WS-AMND-ID-X                TO CF-AMND-ID
           WRITE CSAFEED-REC

           ADD 1                            TO WS-DETAIL-CNT
           ADD WS-NUM-VALUE                 TO WS-NUM-HASH

           PERFORM 3500-RECORD-SENT
           .
       3200-EXIT.
           EXIT.
      *----------------------------------*
       3300-CHECK-NUMERIC.
      *----------------------------------*
      * SAME SHAPE DPMXTVAL ACCEPTS: OPTIONAL LEADING SIGN, DIGITS,
      * AT MOST ONE DECIMAL POINT - AND SMALL ENOUGH FOR THE FEED.

           MOVE 'Y'                         TO WS-VALUE-OK-SW
           MOVE 0                           TO WS-DIGIT-CNT
                                               WS-DCML-CNT
                                               WS-INT-DIGIT-CNT

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 150
                      OR WS-X-VALUE-TX(WS-IX:) = SPACES
              MOVE WS-X-VALUE-TX(WS-IX:1)   TO WS-CHAR
              EVALUATE TRUE
                 WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                    ADD 1                   TO WS-DIGIT-CNT
                    IF WS-DCML-CNT = 0
                       ADD 1                TO WS-INT-DIGIT-CNT
                    END-IF
                 WHEN WS-CHAR = '.'
                    ADD 1                   TO WS-DCML-CNT
                 WHEN (WS-CHAR = '-' OR WS-CHAR = '+')
                  AND WS-IX = 1
                    CONTINUE
                 WHEN OTHER
                    MOVE 'N'                TO WS-VALUE-OK-SW
              END-EVALUATE
           END-PERFORM

           IF WS-DIGIT-CNT = 0
            OR WS-INT-DIGIT-CNT > 13
            OR WS-DCML-CNT > 1
              MOVE 'N'                      TO WS-VALUE-OK-SW
           END-IF
           .
      *----------------------------------*
       3400-CHECK-DATE.
      *----------------------------------*
           MOVE 'Y'                         TO WS-VALUE-OK-SW
           MOVE WS-X-VALUE-TX(1:10)         TO WS-DATE-CHECK

           IF WS-X-VALUE-TX(11:140) NOT = SPACES
            OR WS-DT-YYYY IS NOT NUMERIC
            OR WS-DT-DASH1 NOT = '-'
            OR WS-DT-MM IS NOT NUMERIC
            OR WS-DT-DASH2 NOT = '-'
            OR WS-DT-DD IS NOT NUMERIC
            OR WS-DT-MM < '01' OR WS-DT-MM > '12'
            OR WS-DT-DD < '01' OR WS-DT-DD > '31'
              MOVE 'N'                      TO WS-VALUE-OK-SW
           END-IF
           .
      *----------------------------------*
       3500-RECORD-SENT.
      *----------------------------------*
           MOVE '3500-RECORD-SENT'          TO WS-PARAGRAPH-NAME

           MOVE WS-X-TMPLT-ID               TO D64A-MCA-TMPLT-ID
           MOVE WS-X-TERM-ID                TO D64A-ATTRB-TERM-ID
           MOVE WS-X-VALUE-TX               TO D64A-SENT-VALUE-TX
           MOVE WS-X-AMND-ID                TO D64A-SENT-AMND-ID

           IF WS-X-SENT-BEFORE
              EXEC SQL
                 UPDATE VDPM64_CLTRL_SENT
                    SET SENT_VALUE_TX    = :D64A-SENT-VALUE-TX
                       ,SENT_AMND_ID     = :D64A-SENT-AMND-ID
                       ,LAST_SEND_TS     = :WS-RUN-TS
                       ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                       ,ROW_UPDT_USER_ID = :WS-USER-ID
                  WHERE MCA_TMPLT_ID     = :D64A-MCA-TMPLT-ID
                    AND ATTRB_TERM_ID    = :D64A-ATTRB-TERM-ID
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO VDPM64_CLTRL_SENT
                        (MCA_TMPLT_ID
                        ,ATTRB_TERM_ID
                        ,SENT_VALUE_TX
                        ,SENT_AMND_ID
                        ,LAST_SEND_TS
                        ,ROW_UPDT_TS
                        ,ROW_UPDT_USER_ID)
                 VALUES (:D64A-MCA-TMPLT-ID
                        ,:D64A-ATTRB-TERM-ID
                        ,:D64A-SENT-VALUE-TX
                        ,:D64A-SENT-AMND-ID
                        ,:WS-RUN-TS
                        ,CURRENT TIMESTAMP
                        ,:WS-USER-ID)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'VDPM64_CLTRL_SENT'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3600-TOUCH-SENT-ROW.
      *----------------------------------*
           MOVE '3600-TOUCH-SENT-ROW'       TO WS-PARAGRAPH-NAME

           MOVE WS-X-TMPLT-ID               TO D64A-MCA-TMPLT-ID
           MOVE WS-X-TERM-ID                TO D64A-ATTRB-TERM-ID

           EXEC SQL
              UPDATE VDPM64_CLTRL_SENT
                 SET LAST_SEND_TS     = :WS-RUN-TS
               WHERE MCA_TMPLT_ID     = :D64A-MCA-TMPLT-ID
                 AND ATTRB_TERM_ID    = :D64A-ATTRB-TERM-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM64_CLTRL_SENT'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4000-SEND-DROPPED.
      *----------------------------------*
      * EVERY SENT ROW THIS RUN DID NOT REFRESH HAS LEFT THE FEED:
      * TELL THE MARGIN SYSTEM ('D') AND FORGET IT.

           MOVE '4000-SEND-DROPPED'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN CSAF_DROP_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM64_CLTRL_SENT'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM 4100-FETCH-NEXT-DROP
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 4200-SEND-ONE-DROP
              PERFORM 4100-FETCH-NEXT-DROP
           END-PERFORM

           EXEC SQL
              CLOSE CSAF_DROP_CSR
           END-EXEC
           .
      *----------------------------------*
       4100-FETCH-NEXT-DROP.
      *----------------------------------*
           MOVE '4100-FETCH-NEXT-DROP'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH CSAF_DROP_CSR
                INTO :D64A-MCA-TMPLT-ID
                    ,:D64A-ATTRB-TERM-ID
                    ,:D64A-SENT-AMND-ID
                    ,:WS-X-DELR-ID
                    ,:WS-X-CLNT-ID
                    ,:WS-X-CLTRL-FLD-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM64_CLTRL_SENT'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-SEND-ONE-DROP.
      *----------------------------------*
           MOVE '4200-SEND-ONE-DROP'        TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO CSAFEED-REC
           MOVE '1'                         TO CF-REC-TYPE
           MOVE D64A-MCA-TMPLT-ID           TO CF-TMPLT-ID
           MOVE WS-X-DELR-ID                TO CF-DELR-CMPNY-ID
           MOVE WS-X-CLNT-ID                TO CF-CLNT-CMPNY-ID
           MOVE WS-X-CLTRL-FLD-CD           TO CF-CLTRL-FLD-CD
           MOVE D64A-ATTRB-TERM-ID          TO CF-ATTRB-TERM-ID
           MOVE 'D'                         TO CF-DELTA-IN
           MOVE 0                           TO CF-NUM-VALUE
           MOVE D64A-SENT-AMND-ID           TO WS-AMND-ID-X
           MOVE WS-AMND-ID-X                TO CF-AMND-ID
           WRITE CSAFEED-REC

           ADD 1                            TO WS-DETAIL-CNT
           ADD 1                            TO WS-DROPPED-CNT

           EXEC SQL
              DELETE FROM VDPM64_CLTRL_SENT
               WHERE MCA_TMPLT_ID  = :D64A-MCA-TMPLT-ID
                 AND ATTRB_TERM_ID = :D64A-ATTRB-TERM-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM64_CLTRL_SENT'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       5000-WRITE-TRAILER.
      *----------------------------------*
           MOVE '5000-WRITE-TRAILER'        TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO CSAFEED-TRL-REC
           MOVE '9'                         TO CT-REC-TYPE
           MOVE WS-DETAIL-CNT               TO CT-DETAIL-CNT
           MOVE WS-NEW-CNT                  TO CT-NEW-CNT
           MOVE WS-CHANGED-CNT              TO CT-CHANGED-CNT
           MOVE WS-UNCHANGED-CNT            TO CT-UNCHANGED-CNT
           MOVE WS-DROPPED-CNT              TO CT-DROPPED-CNT
           MOVE WS-NUM-HASH                 TO CT-NUM-HASH
           MOVE WS-RUN-TS                   TO CT-RUN-TS
           WRITE CSAFEED-TRL-REC

           CLOSE CSAFEED
           .
      *----------------------------------*
       6000-WRITE-BAL-COUNTS.
      *----------------------------------*
      * STANDARDIZED CONTROL COUNTS FOR THE DPMXBALR CROSS-FOOT.

           MOVE WS-PROGRAM                  TO WS-BALW-JOB-NAME
           MOVE WS-RUN-TS(1:4)              TO WS-BALW-RUN-ID(1:4)
           MOVE WS-RUN-TS(6:2)              TO WS-BALW-RUN-ID(5:2)
           MOVE WS-RUN-TS(9:2)              TO WS-BALW-RUN-ID(7:2)
      * THE COUNTS ARE FILED UNDER THE REGION'S CYCLE DATE
      * (DPMXCYDT); THE RUN DATE ABOVE IS ONLY THE FALLBACK WHEN NO
      * CYCLE DATE IS AVAILABLE.
           MOVE WS-BALW-JOB-NAME            TO WS-CYDT-JOB-NAME
           MOVE SPACES                      TO WS-CYDT-RGN-CD
                                               WS-CYDT-SYSIN-DT
                                               WS-CYDT-OVRD-RSN-TX
           CALL WS-CYDT-PROGRAM USING WS-CYDT-PASS-AREA
           IF WS-CYDT-RC = 'SP00'
              MOVE WS-CYDT-RUN-ID           TO WS-BALW-RUN-ID
           ELSE
              DISPLAY 'COUNTS FILED UNDER RUN DATE - '
                      WS-CYDT-MSG-TX
           END-IF
           MOVE WS-DETAIL-CNT               TO WS-BALW-READ-CNT
           MOVE WS-NEW-CNT                  TO WS-BALW-INSERT-CNT
           MOVE WS-CHANGED-CNT              TO WS-BALW-UPDATE-CNT
           MOVE WS-DROPPED-CNT              TO WS-BALW-DELETE-CNT
           MOVE WS-REJECT-CNT               TO WS-BALW-REJECT-CNT
           CALL WS-BALW-PROGRAM USING WS-BALW-PASS-AREA
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
              WHEN MAP-MODE
                 DISPLAY 'CARDS READ               :' WS-CARD-CNT
                 DISPLAY 'MAPPINGS ADDED           :' WS-ADDED-CNT
                 DISPLAY 'MAPPINGS REPLACED        :' WS-REPLACED-CNT
                 DISPLAY 'MAPPINGS RETIRED         :' WS-RETIRED-CNT
                 DISPLAY 'CARDS REJECTED           :' WS-REJECT-CNT
              WHEN OTHER
                 DISPLAY 'TERM VALUES READ         :' WS-ROW-CNT
                 DISPLAY 'DETAIL RECORDS WRITTEN   :' WS-DETAIL-CNT
                 DISPLAY '  NEW                    :' WS-NEW-CNT
                 DISPLAY '  CHANGED                :' WS-CHANGED-CNT
                 DISPLAY '  UNCHANGED              :' WS-UNCHANGED-CNT
                 DISPLAY '  DROPPED                :' WS-DROPPED-CNT
                 DISPLAY 'VALUES REJECTED          :' WS-REJECT-CNT
           END-EVALUATE
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXCSAF ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
