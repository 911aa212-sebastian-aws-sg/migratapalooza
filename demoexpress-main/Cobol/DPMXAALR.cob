      *                                                                *
      * This stored procedure is used to create an Alert Message       *
      *                                                                *
      * TYPED ALERTS: INSTEAD OF WORDING THE ALERT ITSELF A CALLER     *
      * MAY PASS THE ALERT TYPE AND NAMED VALUES IN THE MESSAGE AREA:  *
      *   POS  1- 8  '*ALRTVAR'                                        *
      *   POS  9-16  ALERT TYPE (VDPM66_ALRT_MSG_TMPLT.ALRT_TYPE_CD)   *
      *   POS 17-18  NUMBER OF VALUES (00-10)                          *
      *   THEN UP TO 10 X (NAME X(16), VALUE X(100))                   *
      * THE SUBJECT PASSED IS IGNORED.  EVERY {NAME} IN THE CATALOG    *
      * SUBJECT AND TEXT IS REPLACED BY THE VALUE (LEADING/TRAILING    *
      * BLANKS DROPPED).  THE TEXT COMES FROM THE ROW FOR THE          *
      * RECIPIENT COMPANY'S CMPNY_LANG_CD, FALLING BACK TO 'EN'; THE   *
      * SUBJECT ALWAYS COMES FROM THE 'EN' ROW SO SUBSCRIPTION         *
      * (VDPM40) AND RETENTION (DPMXALCL) PREFIXES KEEP MATCHING.  AN  *
      * UNCATALOGUED TYPE STILL RAISES THE ALERT, WITH A GENERIC TEXT  *
      * LISTING THE VALUES, SO NOTHING IS LOST.                        *
      *                                                                *
      * REPLY REFERENCES: A TYPED ALERT CARRYING A 'TMPLT_ID' VALUE    *
      * (AND OPTIONALLY THE TERM'S 'AMND_ID') GETS A ROW ON            *
      * VDPM93_ALRT_RPLY_REF, REFERENCE 'MCXR' + THE ALERT ID.         *
      * DPMXAEML AND DPMXADIG PRINT IT ON THE EMAIL AND DPMXRPLY USES  *
      * IT TO POST THE RECIPIENT'S EMAILED ANSWER ONTO THE TERM'S      *
      * COMMENT THREAD.                                                *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * VDPM13_MCA_TEXT     - MCA TEXT TABLE                           *
      * D0003   - MCA ORG USER TABLE                       *
      * VDPM05_ALERT_NTFY_QUE - PENDING EMAIL NOTIFICATION QUEUE       *
      * VDPM66_ALRT_MSG_TMPLT - ALERT MESSAGE TEMPLATE CATALOG         *
      * VDPM01_MCA_CMPNY    - COMPANY (CMPNY_LANG_CD)                  *
      * VDPM93_ALRT_RPLY_REF - EMAIL REPLY REFERENCE PER ALERT         *
      * VDTM54_DEBUG_CNTRL  - DEBUG CONTROL TABLE                      *
      *                                                                *
      *----------------------------------------------------------------*
      * DPM0501             - MCA ALERT INFORMATION TABLE              *
      * DPM1301             - MCA TEXT TABLE                           *
      * DPM0301             - MCA ORG USER TABLE                       *
      * DPM6601             - ALERT MESSAGE TEMPLATE CATALOG           *
      * DPM9301             - EMAIL REPLY REFERENCE                    *
      * DTM5401             - DEBUG CONTROL TABLE                      *
      *----------------------------------------------------------------*
      *                                                                *
      *                             QUEUEING THE EMAIL NOTIFICATION;   *
      *                             3160 ALSO QUEUES TO THE DELEGATE.  *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             TYPED ALERTS: WHEN THE MESSAGE     *
      *                             AREA CARRIES THE '*ALRTVAR' BLOCK  *
      *                             (ALERT TYPE + NAMED VALUES) THE    *
      *                             SUBJECT AND TEXT ARE BUILT HERE    *
      *                             FROM THE VDPM66_ALRT_MSG_TMPLT     *
      *                             CATALOG IN THE RECIPIENT COMPANY'S *
      *                             CMPNY_LANG_CD (2500-2700).         *
      *                             FREE-TEXT CALLS ARE UNCHANGED.     *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             3200-RECORD-RPLY-REF GIVES A TYPED *
      *                             ALERT NAMING A TMPLT_ID (AND       *
      *                             AMND_ID) A VDPM93 REPLY REFERENCE  *
      *                             FOR INBOUND EMAIL REPLY CAPTURE.   *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           'Invalid User ID passed'.
       01  WS-INVLD-SUBJCT                  PIC X(50) VALUE
           'Message Sub or Detail cannot be Blank'.
       01  WS-NO-ALRT-TMPLT                 PIC X(50) VALUE
           'Alert type is not in the message catalog'.
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-TS                            PIC X(26).
       01  WS-DISPLAY-SWITCH                PIC X(01)  VALUE 'N'.
           05  WS-PARAGRAPH-NAME            PIC X(40).
           05  WS-TABLE-NAME                PIC X(40).
      *
      **SUBJECT AND TEXT ACTUALLY WRITTEN - THE CALLER'S, OR BUILT FROM
      **THE CATALOG FOR A TYPED ALERT
      *
       01  WS-ALERT-SUB                     PIC X(150) VALUE SPACES.
       01  WS-ALERT-MSG.
           49 WS-ALERT-MSG-LEN              PIC S9(4) USAGE COMP.
           49 WS-ALERT-MSG-DT               PIC X(32000).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08).
              88 WS-AV-TYPED-ALERT          VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08).
           05 WS-AV-VAR-CNT                 PIC 9(02).
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
      *
       01  WS-LANG-CD                       PIC X(02) VALUE SPACES.
       01  WS-TMPLT-FOUND-SW                PIC X(01) VALUE 'N'.
           88 ALRT-TMPLT-FOUND                        VALUE 'Y'.
       01  WS-SUBST-IN                      PIC X(2000).
       01  WS-SUBST-IN-LEN                  PIC S9(4) COMP.
       01  WS-SUBST-OUT                     PIC X(2000).
       01  WS-SUBST-OUT-LEN                 PIC S9(4) COMP.
       01  WS-SUBST-MAX                     PIC S9(4) COMP.
       01  WS-SUBST-NM                      PIC X(16).
       01  WS-SX                            PIC S9(4) COMP.
       01  WS-SY                            PIC S9(4) COMP.
       01  WS-VX                            PIC S9(4) COMP.
       01  WS-VAL-BEG                       PIC S9(4) COMP.
       01  WS-VAL-END                       PIC S9(4) COMP.
       01  WS-VAL-LEN                       PIC S9(4) COMP.
       01  WS-REF-VALUE                     PIC X(100).
       01  WS-REF-ALERT-NB                  PIC 9(12).
       01  WS-VAR-HIT-SW                    PIC X(01) VALUE 'N'.
           88 VAR-HIT                                 VALUE 'Y'.
      *
      **SQL COMMUNICATIONS AREA PASSED BACK IN OUTSQLCA
      *
           EXEC SQL
           EXEC SQL
              INCLUDE DPM4001
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM6601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM9301
           END-EXEC
      *                                                                 00024910
           EXEC SQL                                                     00024920
                INCLUDE DTM5401                                         00024930
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE SPACES                      TO WS-ALRT-VARS
           IF LS-ALERT-MSG-LEN NOT < LENGTH OF WS-AV-TAG
              MOVE LS-ALERT-MSG-DT(1:LENGTH OF WS-AV-TAG)
                                            TO WS-AV-TAG
           END-IF

           IF WS-AV-TYPED-ALERT
              PERFORM 2500-BUILD-TYPED-ALERT
           ELSE
              MOVE LS-ALERT-SUB             TO WS-ALERT-SUB
              MOVE LS-ALERT-MSG-LEN         TO WS-ALERT-MSG-LEN
              MOVE LS-ALERT-MSG-DT          TO WS-ALERT-MSG-DT
           END-IF

           EVALUATE TRUE
              WHEN WS-ALERT-SUB = SPACES OR LOW-VALUES
              WHEN WS-ALERT-MSG-LEN = ZERO
                 MOVE WS-INVLD-SUBJCT       TO LS-SP-ERROR-AREA
                 MOVE 'SP01'                TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
           END-EVALUATE
           .

      *------------------------*
       2500-BUILD-TYPED-ALERT.
      *------------------------*

           MOVE '2500-BUILD-TYPED-ALERT'    TO WS-PARAGRAPH-NAME

           MOVE LS-ALERT-MSG-DT(1:LENGTH OF WS-ALRT-VARS)
                                            TO WS-ALRT-VARS
           IF WS-AV-VAR-CNT NOT NUMERIC
              MOVE 0                        TO WS-AV-VAR-CNT
           END-IF
           IF WS-AV-VAR-CNT > 10
              MOVE 10                       TO WS-AV-VAR-CNT
           END-IF

           PERFORM 2510-GET-RECIPIENT-LANG
           PERFORM 2520-GET-MASTER-TMPLT

           IF NOT ALRT-TMPLT-FOUND
              PERFORM 2600-BUILD-GENERIC
           ELSE
              MOVE D66A-ALRT-SUB-TX         TO WS-SUBST-IN
              MOVE LENGTH OF D66A-ALRT-SUB-TX
                                            TO WS-SUBST-IN-LEN
                                               WS-SUBST-MAX
              PERFORM 2700-SUBSTITUTE
              MOVE WS-SUBST-OUT             TO WS-ALERT-SUB

              IF WS-LANG-CD NOT = SPACES AND WS-LANG-CD NOT = 'EN'
                 PERFORM 2530-GET-LANG-TEXT
              END-IF

              MOVE SPACES                   TO WS-SUBST-IN
              IF D66A-ALRT-MSG-TX-LEN > 0
                 MOVE D66A-ALRT-MSG-TX-TEXT(1:D66A-ALRT-MSG-TX-LEN)
                                            TO WS-SUBST-IN
              END-IF
              MOVE D66A-ALRT-MSG-TX-LEN     TO WS-SUBST-IN-LEN
              MOVE LENGTH OF WS-SUBST-OUT   TO WS-SUBST-MAX
              PERFORM 2700-SUBSTITUTE
              MOVE WS-SUBST-OUT             TO WS-ALERT-MSG-DT
              MOVE WS-SUBST-OUT-LEN         TO WS-ALERT-MSG-LEN
           END-IF
           .

      *------------------------*
       2510-GET-RECIPIENT-LANG.
      *------------------------*

           MOVE '2510-GET-RECIPIENT-LANG'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT  C.CMPNY_LANG_CD
                INTO :WS-LANG-CD
                FROM  D0003 U
                     ,VDPM01_MCA_CMPNY C
               WHERE  U.CMPNY_USER_ID = :LS-USER-ID
                 AND  C.CMPNY_ID      = U.CMPNY_ID
               FETCH  FIRST 1 ROW ONLY
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'EN'                  TO WS-LANG-CD
              WHEN OTHER
                 MOVE 'VDPM01_MCA_CMPNY'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .

      *------------------------*
       2520-GET-MASTER-TMPLT.
      *------------------------*
      * THE ENGLISH ROW IS THE MASTER: IT OWNS THE SUBJECT AND IS THE
      * FALLBACK TEXT FOR ANY LANGUAGE NOT (OR NO LONGER) CATALOGUED.

           MOVE '2520-GET-MASTER-TMPLT'     TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-TMPLT-FOUND-SW
           MOVE WS-AV-TYPE-CD               TO D66A-ALRT-TYPE-CD

           EXEC SQL
              SELECT  ALRT_SUB_TX
                     ,ALRT_MSG_TX
                INTO :D66A-ALRT-SUB-TX
                    ,:D66A-ALRT-MSG-TX
                FROM  VDPM66_ALRT_MSG_TMPLT
               WHERE  ALRT_TYPE_CD  = :D66A-ALRT-TYPE-CD
                 AND  LANG_CD       = 'EN'
                 AND  TMPLT_STAT_CD = 'A'
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET ALRT-TMPLT-FOUND       TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM66_ALRT_MSG_TMPLT' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .

      *------------------------*
       2530-GET-LANG-TEXT.
      *------------------------*

           MOVE '2530-GET-LANG-TEXT'        TO WS-PARAGRAPH-NAME
           MOVE WS-LANG-CD                  TO D66A-LANG-CD

           EXEC SQL
              SELECT  ALRT_MSG_TX
                INTO :D66A-ALRT-MSG-TX
                FROM  VDPM66_ALRT_MSG_TMPLT
               WHERE  ALRT_TYPE_CD  = :D66A-ALRT-TYPE-CD
                 AND  LANG_CD       = :D66A-LANG-CD
                 AND  TMPLT_STAT_CD = 'A'
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM66_ALRT_MSG_TMPLT' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .

      *------------------------*
       2600-BUILD-GENERIC.
      *------------------------*
      * UNCATALOGUED TYPE - STILL RAISE THE ALERT, LISTING THE VALUES
      * AS NAME=VALUE SO THE RECIPIENT CAN ACT ON IT.

           MOVE '2600-BUILD-GENERIC'        TO WS-PARAGRAPH-NAME
           MOVE WS-NO-ALRT-TMPLT            TO LS-SP-ERROR-AREA
           IF DISPLAY-PARAMETERS
              DISPLAY 'ALERT TYPE NOT CATALOGUED:' WS-AV-TYPE-CD
           END-IF

           MOVE SPACES                      TO WS-ALERT-SUB
           STRING 'ALERT ' WS-AV-TYPE-CD
                  DELIMITED BY SIZE INTO WS-ALERT-SUB
           END-STRING

           MOVE SPACES                      TO WS-SUBST-IN
           MOVE 1                           TO WS-SUBST-IN-LEN
           STRING 'ALERT TYPE ' WS-AV-TYPE-CD
                  ' HAS NO CATALOGUED MESSAGE. VALUES:'
                  DELIMITED BY SIZE INTO WS-SUBST-IN
                  WITH POINTER WS-SUBST-IN-LEN
           END-STRING
           PERFORM VARYING WS-VX FROM 1 BY 1
                     UNTIL WS-VX > WS-AV-VAR-CNT
              IF WS-AV-VAR-NM(WS-VX) NOT = SPACES
                 STRING ' '                     DELIMITED BY SIZE
                        WS-AV-VAR-NM(WS-VX)     DELIMITED BY SPACE
                        '={'                    DELIMITED BY SIZE
                        WS-AV-VAR-NM(WS-VX)     DELIMITED BY SPACE
                        '}'                     DELIMITED BY SIZE
                        INTO WS-SUBST-IN
                        WITH POINTER WS-SUBST-IN-LEN
                 END-STRING
              END-IF
           END-PERFORM
           SUBTRACT 1                       FROM WS-SUBST-IN-LEN
           MOVE LENGTH OF WS-SUBST-OUT      TO WS-SUBST-MAX
           PERFORM 2700-SUBSTITUTE
           MOVE WS-SUBST-OUT                TO WS-ALERT-MSG-DT
           MOVE WS-SUBST-OUT-LEN            TO WS-ALERT-MSG-LEN
           .

      *------------------------*
       2700-SUBSTITUTE.
      *------------------------*
      * COPIES WS-SUBST-IN(1:WS-SUBST-IN-LEN) TO WS-SUBST-OUT, AT MOST
      * WS-SUBST-MAX BYTES, REPLACING EACH {NAME} WITH ITS VALUE.  AN
      * UNKNOWN OR UNCLOSED PLACEHOLDER IS COPIED AS IT STANDS.

           MOVE SPACES                      TO WS-SUBST-OUT
           MOVE 0                           TO WS-SUBST-OUT-LEN
           MOVE 1                           TO WS-SX

           PERFORM UNTIL WS-SX > WS-SUBST-IN-LEN
              MOVE 'N'                      TO WS-VAR-HIT-SW
              IF WS-SUBST-IN(WS-SX:1) = '{'
                 PERFORM 2710-RESOLVE-PLACEHOLDER
              END-IF
              IF VAR-HIT
                 COMPUTE WS-SX = WS-SY + 1
              ELSE
                 IF WS-SUBST-OUT-LEN < WS-SUBST-MAX
                    ADD 1                   TO WS-SUBST-OUT-LEN
                    MOVE WS-SUBST-IN(WS-SX:1)
                              TO WS-SUBST-OUT(WS-SUBST-OUT-LEN:1)
                 END-IF
                 ADD 1                      TO WS-SX
              END-IF
           END-PERFORM
           .

      *------------------------*
       2710-RESOLVE-PLACEHOLDER.
      *------------------------*

           MOVE 0                           TO WS-SY
           PERFORM VARYING WS-VX FROM 1 BY 1
                     UNTIL WS-VX > 17
                        OR WS-SY > 0
                        OR WS-SX + WS-VX > WS-SUBST-IN-LEN
              IF WS-SUBST-IN(WS-SX + WS-VX:1) = '}'
                 COMPUTE WS-SY = WS-SX + WS-VX
              END-IF
           END-PERFORM

           IF WS-SY > WS-SX + 1
              MOVE SPACES                   TO WS-SUBST-NM
              MOVE WS-SUBST-IN(WS-SX + 1:WS-SY - WS-SX - 1)
                                            TO WS-SUBST-NM
              PERFORM VARYING WS-VX FROM 1 BY 1
                        UNTIL WS-VX > WS-AV-VAR-CNT
                           OR VAR-HIT
                 IF WS-AV-VAR-NM(WS-VX) = WS-SUBST-NM
                    SET VAR-HIT             TO TRUE
                    PERFORM 2720-APPEND-VALUE
                 END-IF
              END-PERFORM
           END-IF
           .

      *------------------------*
       2720-APPEND-VALUE.
      *------------------------*

           PERFORM VARYING WS-VAL-BEG FROM 1 BY 1
                     UNTIL WS-VAL-BEG > 100
                        OR WS-AV-VAR-VALUE(WS-VX)(WS-VAL-BEG:1)
                           NOT = SPACE
              CONTINUE
           END-PERFORM

           IF WS-VAL-BEG NOT > 100
              PERFORM VARYING WS-VAL-END FROM 100 BY -1
                        UNTIL WS-AV-VAR-VALUE(WS-VX)(WS-VAL-END:1)
                              NOT = SPACE
                 CONTINUE
              END-PERFORM
              COMPUTE WS-VAL-LEN = WS-VAL-END - WS-VAL-BEG + 1
              IF WS-SUBST-OUT-LEN + WS-VAL-LEN > WS-SUBST-MAX
                 COMPUTE WS-VAL-LEN = WS-SUBST-MAX - WS-SUBST-OUT-LEN
              END-IF
              IF WS-VAL-LEN > 0
                 MOVE WS-AV-VAR-VALUE(WS-VX)(WS-VAL-BEG:WS-VAL-LEN)
                   TO WS-SUBST-OUT(WS-SUBST-OUT-LEN + 1:WS-VAL-LEN)
                 ADD WS-VAL-LEN             TO WS-SUBST-OUT-LEN
              END-IF
           END-IF
           .

      *------------------------*
       3000-CREATE-ALERT.
      *------------------------*
           END-EVALUATE

           MOVE SPACES                      TO D013-MCA-TEXT-DS-TEXT
           MOVE WS-ALERT-MSG-DT             TO D013-MCA-TEXT-DS-TEXT
           MOVE LENGTH OF WS-ALERT-MSG-DT   TO D013-MCA-TEXT-DS-LEN

           EXEC SQL                                                     000933
              INSERT INTO VDPM13_MCA_TEXT                               000934
           EXEC SQL
                INSERT INTO D0002
                   VALUES (:D013-MCA-VALUE-ID
                          ,:WS-ALERT-SUB
                          ,CURRENT TIMESTAMP
                          ,:LS-USER-ID)


           PERFORM 3100-QUEUE-EMAIL-NTFY
              THRU 3100-EXIT

           IF WS-AV-TYPED-ALERT
              PERFORM 3200-RECORD-RPLY-REF
                 THRU 3200-EXIT
           END-IF
           .

      *------------------------*
                    ,:D40A-DLGT-USER-ID
                FROM  VDPM40_ALRT_SBSC
               WHERE  CMPNY_USER_ID = :LS-USER-ID
                 AND  SUBSTR(:WS-ALERT-SUB, 1,
                             LENGTH(RTRIM(ALRT_TYPE_PRFX))) =
                      RTRIM(ALRT_TYPE_PRFX)
               ORDER BY LENGTH(RTRIM(ALRT_TYPE_PRFX)) DESC
           END-EVALUATE
           .

      *------------------------*
       3200-RECORD-RPLY-REF.
      *------------------------*
      * A TYPED ALERT ABOUT A TEMPLATE (AND, WHEN THE CALLER NAMES
      * IT, ONE TERM OF IT) IS GIVEN A REPLY REFERENCE SO AN EMAILED
      * ANSWER CAN BE POSTED BACK ONTO THE NEGOTIATION RECORD.  A
      * VALUE THAT IS NOT A NUMBER SIMPLY GETS NO REFERENCE.

           MOVE '3200-RECORD-RPLY-REF'      TO WS-PARAGRAPH-NAME

           MOVE 0                           TO D093-MCA-TMPLT-ID
                                               D093-MCA-AMND-ID
           PERFORM 3210-SCAN-RPLY-VAR
              VARYING WS-VX FROM 1 BY 1
                UNTIL WS-VX > WS-AV-VAR-CNT

           IF D093-MCA-TMPLT-ID NOT > 0
              GO TO 3200-EXIT
           END-IF

           MOVE D013-MCA-VALUE-ID           TO D093-MCA-ALERT-ID
                                               WS-REF-ALERT-NB
           MOVE SPACES                      TO D093-RPLY-REF-CD
           STRING 'MCXR' WS-REF-ALERT-NB
                  DELIMITED BY SIZE INTO D093-RPLY-REF-CD
           END-STRING

           EXEC SQL
                INSERT INTO VDPM93_ALRT_RPLY_REF
                   (RPLY_REF_CD
                   ,MCA_ALERT_ID
                   ,MCA_TMPLT_ID
                   ,MCA_AMND_ID
                   ,ROW_UPDT_TS)
                   VALUES
                   (:D093-RPLY-REF-CD
                   ,:D093-MCA-ALERT-ID
                   ,:D093-MCA-TMPLT-ID
                   ,:D093-MCA-AMND-ID
                   ,CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN -803
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM93_ALRT_RPLY_REF' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.

      *------------------------*
       3210-SCAN-RPLY-VAR.
      *------------------------*

           MOVE WS-AV-VAR-VALUE(WS-VX)      TO WS-REF-VALUE

           EVALUATE WS-AV-VAR-NM(WS-VX)
              WHEN 'TMPLT_ID'
                 EXEC SQL
                    SET :D093-MCA-TMPLT-ID = INTEGER(:WS-REF-VALUE)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0                  TO D093-MCA-TMPLT-ID
                 END-IF
              WHEN 'AMND_ID'
                 EXEC SQL
                    SET :D093-MCA-AMND-ID =
                        DECIMAL(:WS-REF-VALUE, 18, 0)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0                  TO D093-MCA-AMND-ID
                 END-IF
           END-EVALUATE
           .

      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
