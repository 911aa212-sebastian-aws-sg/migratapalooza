       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXRQRN.
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
      *    NAME  DPMXRQRN(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXRQRN                                            *
      *                                                                *
      * REPORT REQUEST RUNNER.  RUNS AS THE TWO STEPS OF EACH JOB THE  *
      * DPMXRQDS DISPATCHER SUBMITS FOR A VDPM78_RPT_RQST ROW.  THE    *
      * FIRST SYSIN CARD IS THE MODE IN COLUMN 1 AND THE REQUEST ID IN *
      * COLUMNS 2-10.                                                  *
      *                                                                *
      * MODE 'R' (RUN STEP): THE DISPATCHED ('D') REQUEST GOES TO      *
      *   RUNNING ('R') WITH A REPORT RETURN CODE OF -1 AND IS         *
      *   COMMITTED, THEN THE REPORT PROGRAM IS CALLED.  DPMXMRND,     *
      *   DPMXERDL AND DPMXDATO READ THEIR OWN CARDS FROM THE REST OF  *
      *   THIS STEP'S SYSIN; DPMXMCXP IS PASSED THE TEMPLATE ID.  THE  *
      *   REPORT'S RETURN CODE (SP00 = 0, ANY OTHER SP CODE = 8 FOR    *
      *   DPMXMCXP) IS KEPT ON THE REQUEST.  A -1 LEFT BEHIND MEANS    *
      *   THE REPORT NEVER CAME BACK.  THE STEP ITSELF ENDS RC 0 SO    *
      *   THE STORE STEP ALWAYS FOLLOWS.                               *
      *                                                                *
      * MODE 'S' (STORE STEP): A REQUEST WHOSE REPORT ENDED RC 0 OR 4  *
      *   HAS ITS OUTPUT - DD RNDOUT (THE RUN STEP'S RNDROUT) FOR      *
      *   MRND, OTHERWISE DD RPTOUT (THE RUN STEP'S SYSOUT) - FILED    *
      *   THROUGH DPMXDUPL AS ONE VDPM12_MCA_DOC DOCUMENT: TYPE 'O',   *
      *   KIND 'RPTO', UNDER THE REQUESTER'S COMPANY AND ON NO         *
      *   TEMPLATE.  DPMXENTL OPENS A 'RPTO' DOCUMENT TO THAT COMPANY  *
      *   ONLY.  TRAILING BLANKS ARE DROPPED FROM EACH LINE AND LINES  *
      *   ARE SEPARATED BY THE NEW-LINE CHARACTER; OUTPUT PAST THE     *
      *   DOCUMENT LIMIT IS CUT OFF AND SAID SO ON THE REQUEST.  THE   *
      *   REQUEST GOES TO COMPLETE ('C') WITH THE DOCUMENT ID AND THE  *
      *   REQUESTER GETS A TYPED RPTREADY ALERT.  A REPORT THAT FAILED *
      *   OR NEVER RAN, EMPTY OUTPUT, OR A DOCUMENT THE CONTENT GATE   *
      *   REJECTS TAKES THE REQUEST TO FAILED ('F') WITH THE REASON    *
      *   AND A TYPED RPTFAIL ALERT; THE STEP THEN ENDS RC 4.          *
      *                                                                *
      * SYSIN CARDS: 1) MODE (R / S) + REQUEST ID (9 DIGITS)           *
      *     MODE R   2) ONWARD - THE REPORT PROGRAM'S OWN CARDS        *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM78_RPT_RQST       - REPORT REQUEST QUEUE                   *
      * VDPM12_MCA_DOC        - DOCUMENT TABLE (VIA DPMXDUPL)          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM7801                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXMCXP / DPMXMRND / DPMXERDL / DPMXDATO - THE REPORTS        *
      * DPMXDUPL - FILES THE OUTPUT DOCUMENT                           *
      * DPMXAALR - ALERTS THE REQUESTER                                *
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
           SELECT RPTOUT           ASSIGN TO RPTOUT
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT RNDOUT           ASSIGN TO RNDOUT
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RPTOUT
           RECORDING MODE IS F.
       01  RPTOUT-REC                       PIC X(133).
      *
       FD  RNDOUT
           RECORDING MODE IS F.
       01  RNDOUT-REC                       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXRQRN'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-MODE-CARD.
           05 WS-MODE-CD                    PIC X(01).
              88 WS-MODE-RUN                VALUE 'R'.
              88 WS-MODE-STORE              VALUE 'S'.
           05 WS-MODE-RQST-ID-X             PIC X(09).
           05 FILLER                        PIC X(70).
       01  WS-RQST-ID                       PIC S9(9) COMP VALUE 0.
       01  WS-RQST-ID-ED                    PIC 9(09).
       01  WS-RPT-RC                        PIC S9(4) COMP VALUE 0.
       01  WS-RPT-RC-ED                     PIC -ZZZ9.
       01  WS-RPT-PROGRAM                   PIC X(08) VALUE SPACES.
       01  WS-RSLT-TX                       PIC X(80) VALUE SPACES.
       01  WS-DOC-ID-ED                     PIC Z(17)9.
       01  WS-LINE-LEN                      PIC S9(4) COMP VALUE 0.
       01  WS-LINE-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-DOC-PTR                       PIC S9(9) COMP VALUE 1.
       01  WS-DOC-EOL                       PIC X(01) VALUE X'25'.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-OUTPUT                VALUE 'Y'.
       01  WS-TRUNC-SW                      PIC X(01) VALUE 'N'.
           88 OUTPUT-TRUNCATED              VALUE 'Y'.
       01  WS-FAIL-SW                       PIC X(01) VALUE 'N'.
           88 RQST-FAILED                   VALUE 'Y'.
      *
      **PASS AREA FOR DPMXMCXP - MUST MATCH ITS LINKAGE SECTION
       01  WS-MCXP-PROGRAM                  PIC X(08) VALUE 'DPMXMCXP'.
       01  WS-MCXP-OUTSQLCA                 PIC X(179).
       01  WS-MCXP-SP-ERROR-AREA            PIC X(80).
       01  WS-MCXP-SP-RC                    PIC X(04).
       01  WS-MCXP-TMPLT-ID                 PIC S9(9) USAGE COMP.
      *
       01  WS-DUPL-PROGRAM                  PIC X(08) VALUE 'DPMXDUPL'.
       01  WS-DUPL-PASS-AREA.
           05 WS-DUPL-CMPNY-ID              PIC X(8).
           05 WS-DUPL-MCA-TMPLT-ID          PIC S9(9) COMP.
           05 WS-DUPL-MCA-DOC-DS            PIC X(216).
           05 WS-DUPL-DOC-TYPE-CD           PIC X(1).
           05 WS-DUPL-ROW-UPDT-USER-ID      PIC X(10).
           05 WS-DUPL-DOC-OBJ-TX            USAGE IS SQL
                                            TYPE IS BLOB(2097152).
           05 WS-DUPL-OUT-DOC-ID            PIC S9(18)V COMP-3.
           05 WS-DUPL-OUT-SQLCODE           PIC +(9)9.
           05 WS-DUPL-DOC-KIND-CD           PIC X(4).
           05 WS-DUPL-DOC-EXPRY-DT          PIC X(10).
      *
       01  WS-AALR-PROGRAM                  PIC X(08) VALUE 'DPMXAALR'.
       01  WS-AALR-PASS-AREA.
           05 WS-OUTSQLCA                   PIC X(179).
           05 WS-SP-ERROR-AREA              PIC X(80).
           05 WS-SP-RC                      PIC X(04).
           05 WS-ALERT-ID                   PIC S9(9) USAGE COMP.
           05 WS-ALERT-SUB                  PIC X(150).
           05 WS-ALERT-MSG.
              49 WS-ALERT-MSG-LEN           PIC S9(4) USAGE COMP.
              49 WS-ALERT-MSG-DT            PIC X(32000).
           05 WS-ALERT-USER-ID              PIC X(10).
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
              INCLUDE DPM7801
           END-EXEC
      *
       COPY  DB2000IA.
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 1100-GET-REQUEST
           EVALUATE TRUE
              WHEN WS-MODE-RUN
                 PERFORM 2000-RUN-REPORT
              WHEN WS-MODE-STORE
                 PERFORM 3000-STORE-OUTPUT
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
           DISPLAY 'DPMXRQRN STARTED AT      :' WS-TS

           ACCEPT WS-MODE-CARD              FROM SYSIN
           DISPLAY 'MODE                     :' WS-MODE-CD
           DISPLAY 'REPORT REQUEST ID        :' WS-MODE-RQST-ID-X
           DISPLAY WS-DASHES

           IF (NOT WS-MODE-RUN AND NOT WS-MODE-STORE)
            OR WS-MODE-RQST-ID-X IS NOT NUMERIC
              DISPLAY 'INVALID SYSIN PARAMETER - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-MODE-RQST-ID-X           TO WS-RQST-ID-ED
           MOVE WS-RQST-ID-ED               TO WS-RQST-ID
           .
      *----------------------------------*
       1100-GET-REQUEST.
      *----------------------------------*
           MOVE '1100-GET-REQUEST'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT RPT_RQST_ID
                    ,RPT_CD
                    ,RQST_USER_ID
                    ,RQST_CMPNY_ID
                    ,MCA_TMPLT_ID
                    ,RQST_STAT_CD
                    ,RPT_RC
                INTO :D78A-RPT-RQST-ID
                    ,:D78A-RPT-CD
                    ,:D78A-RQST-USER-ID
                    ,:D78A-RQST-CMPNY-ID
                    ,:D78A-MCA-TMPLT-ID
                    ,:D78A-RQST-STAT-CD
                    ,:D78A-RPT-RC
                FROM  VDPM78_RPT_RQST
               WHERE  RPT_RQST_ID = :WS-RQST-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 DISPLAY 'REPORT REQUEST NOT ON FILE - RUN CANCELLED'
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 MOVE 'VDPM78_RPT_RQST'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           DISPLAY 'REPORT                   :' D78A-RPT-CD
           DISPLAY 'REQUESTED BY             :' D78A-RQST-USER-ID
           DISPLAY 'STATUS                   :' D78A-RQST-STAT-CD

      * A CANCELLED OR ALREADY CLOSED REQUEST IS LEFT AS IT IS.
           IF (WS-MODE-RUN AND NOT D78A-RQST-DISPATCHED)
            OR (WS-MODE-STORE AND NOT D78A-RQST-DISPATCHED
                              AND NOT D78A-RQST-RUNNING)
              DISPLAY 'REQUEST NOT IN A STATUS FOR THIS STEP - SKIPPED'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2000-RUN-REPORT.
      *----------------------------------*
           MOVE '2000-RUN-REPORT'           TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM78_RPT_RQST
                 SET RQST_STAT_CD     = 'R'
                    ,RPT_RC           = -1
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-PROGRAM
               WHERE RPT_RQST_ID      = :WS-RQST-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM78_RPT_RQST'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           EXEC SQL
              COMMIT
           END-EXEC

           EVALUATE TRUE
              WHEN D78A-RPT-CMNT-EXPORT
                 MOVE SPACES                TO WS-MCXP-OUTSQLCA
                                               WS-MCXP-SP-ERROR-AREA
                                               WS-MCXP-SP-RC
                 MOVE D78A-MCA-TMPLT-ID     TO WS-MCXP-TMPLT-ID
                 CALL WS-MCXP-PROGRAM USING WS-MCXP-OUTSQLCA
                                            WS-MCXP-SP-ERROR-AREA
                                            WS-MCXP-SP-RC
                                            WS-MCXP-TMPLT-ID
                 IF WS-MCXP-SP-RC = 'SP00'
                    MOVE 0                  TO WS-RPT-RC
                 ELSE
                    MOVE 8                  TO WS-RPT-RC
                 END-IF
              WHEN OTHER
                 STRING 'DPMX' D78A-RPT-CD DELIMITED BY SIZE
                   INTO WS-RPT-PROGRAM
                 END-STRING
                 CALL WS-RPT-PROGRAM
                 MOVE RETURN-CODE           TO WS-RPT-RC
           END-EVALUATE

           MOVE WS-RPT-RC                   TO WS-RPT-RC-ED
           DISPLAY WS-DASHES
           DISPLAY 'REPORT RETURN CODE       :' WS-RPT-RC-ED

           EXEC SQL
              UPDATE VDPM78_RPT_RQST
                 SET RPT_RC           = :WS-RPT-RC
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-PROGRAM
               WHERE RPT_RQST_ID      = :WS-RQST-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM78_RPT_RQST'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       3000-STORE-OUTPUT.
      *----------------------------------*
           MOVE '3000-STORE-OUTPUT'         TO WS-PARAGRAPH-NAME

           MOVE D78A-RPT-RC                 TO WS-RPT-RC-ED
           EVALUATE TRUE
              WHEN D78A-RQST-DISPATCHED
                 SET RQST-FAILED            TO TRUE
                 MOVE 'REPORT STEP DID NOT RUN'
                                            TO WS-RSLT-TX
              WHEN D78A-RPT-RC < 0
                 SET RQST-FAILED            TO TRUE
                 MOVE 'REPORT STEP DID NOT COMPLETE'
                                            TO WS-RSLT-TX
              WHEN D78A-RPT-RC > 4
                 SET RQST-FAILED            TO TRUE
                 STRING 'REPORT ENDED WITH RETURN CODE '
                        WS-RPT-RC-ED DELIMITED BY SIZE
                   INTO WS-RSLT-TX
                 END-STRING
              WHEN OTHER
                 PERFORM 3100-LOAD-OUTPUT
           END-EVALUATE

           IF NOT RQST-FAILED
              PERFORM 3200-FILE-DOCUMENT
           END-IF

           IF RQST-FAILED
              PERFORM 3400-CLOSE-FAILED
           ELSE
              PERFORM 3300-CLOSE-COMPLETE
           END-IF
           PERFORM 3500-RAISE-ALERT

           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       3100-LOAD-OUTPUT.
      *----------------------------------*
      * EACH LINE, LESS TRAILING BLANKS, FOLLOWED BY A NEW-LINE.  A
      * LINE THAT WOULD NOT FIT ENDS THE DOCUMENT.

           MOVE '3100-LOAD-OUTPUT'          TO WS-PARAGRAPH-NAME

           MOVE 1                           TO WS-DOC-PTR
           MOVE SPACES                      TO WS-DUPL-DOC-OBJ-TX-DATA

           IF D78A-RPT-AGRMT-RENDER
              OPEN INPUT RNDOUT
           ELSE
              OPEN INPUT RPTOUT
           END-IF

           PERFORM 3110-READ-OUTPUT
           PERFORM UNTIL NO-MORE-OUTPUT
                      OR OUTPUT-TRUNCATED
              PERFORM 3120-APPEND-LINE
              PERFORM 3110-READ-OUTPUT
           END-PERFORM

           IF D78A-RPT-AGRMT-RENDER
              CLOSE RNDOUT
           ELSE
              CLOSE RPTOUT
           END-IF

           COMPUTE WS-DUPL-DOC-OBJ-TX-LENGTH = WS-DOC-PTR - 1
           IF WS-LINE-CNT = 0
              SET RQST-FAILED               TO TRUE
              MOVE 'REPORT PRODUCED NO OUTPUT'
                                            TO WS-RSLT-TX
           END-IF
           .
      *----------------------------------*
       3110-READ-OUTPUT.
      *----------------------------------*
           IF D78A-RPT-AGRMT-RENDER
              MOVE SPACES                   TO RPTOUT-REC
              READ RNDOUT
                 AT END
                    SET NO-MORE-OUTPUT      TO TRUE
                 NOT AT END
                    MOVE RNDOUT-REC         TO RPTOUT-REC
              END-READ
           ELSE
              READ RPTOUT
                 AT END
                    SET NO-MORE-OUTPUT      TO TRUE
              END-READ
           END-IF
           .
      *----------------------------------*
       3120-APPEND-LINE.
      *----------------------------------*
           PERFORM VARYING WS-LINE-LEN FROM LENGTH OF RPTOUT-REC BY -1
                     UNTIL WS-LINE-LEN = 0
                        OR RPTOUT-REC(WS-LINE-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           IF WS-DOC-PTR + WS-LINE-LEN + 1
                 > LENGTH OF WS-DUPL-DOC-OBJ-TX-DATA
              SET OUTPUT-TRUNCATED          TO TRUE
           ELSE
              IF WS-LINE-LEN > 0
                 STRING RPTOUT-REC(1:WS-LINE-LEN)
                        DELIMITED BY SIZE INTO WS-DUPL-DOC-OBJ-TX-DATA
                        WITH POINTER WS-DOC-PTR
                 END-STRING
              END-IF
              STRING WS-DOC-EOL
                     DELIMITED BY SIZE INTO WS-DUPL-DOC-OBJ-TX-DATA
                     WITH POINTER WS-DOC-PTR
              END-STRING
              ADD 1                         TO WS-LINE-CNT
           END-IF
           .
      *----------------------------------*
       3200-FILE-DOCUMENT.
      *----------------------------------*
      * FILED UNDER THE REQUESTER'S COMPANY ON NO TEMPLATE, SO IT
      * NEVER SHOWS IN A COUNTERPARTY'S TEMPLATE DOCUMENT LIST.

           MOVE '3200-FILE-DOCUMENT'        TO WS-PARAGRAPH-NAME

           MOVE D78A-RQST-CMPNY-ID          TO WS-DUPL-CMPNY-ID
           MOVE 0                           TO WS-DUPL-MCA-TMPLT-ID
           MOVE SPACES                      TO WS-DUPL-MCA-DOC-DS
           STRING 'REPORT ' D78A-RPT-CD
                  ' REQUEST ' WS-RQST-ID-ED
                  ' OUTPUT.TXT' DELIMITED BY SIZE
             INTO WS-DUPL-MCA-DOC-DS
           END-STRING
           MOVE 'O'                         TO WS-DUPL-DOC-TYPE-CD
           MOVE D78A-RQST-USER-ID           TO WS-DUPL-ROW-UPDT-USER-ID
           MOVE 'RPTO'                      TO WS-DUPL-DOC-KIND-CD
           MOVE SPACES                      TO WS-DUPL-DOC-EXPRY-DT

           CALL WS-DUPL-PROGRAM USING WS-DUPL-PASS-AREA

           MOVE WS-DUPL-OUT-SQLCODE         TO SQLCODE

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE WS-DUPL-OUT-DOC-ID    TO D78A-MCA-VALUE-ID
                 MOVE WS-DUPL-OUT-DOC-ID    TO WS-DOC-ID-ED
                 IF OUTPUT-TRUNCATED
                    STRING 'OUTPUT FILED AS DOCUMENT '
                           WS-DOC-ID-ED
                           ' - TRUNCATED AT THE DOCUMENT LIMIT'
                           DELIMITED BY SIZE INTO WS-RSLT-TX
                    END-STRING
                 ELSE
                    STRING 'OUTPUT FILED AS DOCUMENT '
                           WS-DOC-ID-ED DELIMITED BY SIZE
                      INTO WS-RSLT-TX
                    END-STRING
                 END-IF
              WHEN -999
                 SET RQST-FAILED            TO TRUE
                 MOVE 'OUTPUT REJECTED BY DOCUMENT VALIDATION'
                                            TO WS-RSLT-TX
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3300-CLOSE-COMPLETE.
      *----------------------------------*
           MOVE '3300-CLOSE-COMPLETE'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM78_RPT_RQST
                 SET RQST_STAT_CD     = 'C'
                    ,CMPL_TS          = CURRENT TIMESTAMP
                    ,MCA_VALUE_ID     = :D78A-MCA-VALUE-ID
                    ,RSLT_TX          = :WS-RSLT-TX
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-PROGRAM
               WHERE RPT_RQST_ID      = :WS-RQST-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM78_RPT_RQST'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3400-CLOSE-FAILED.
      *----------------------------------*
           MOVE '3400-CLOSE-FAILED'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM78_RPT_RQST
                 SET RQST_STAT_CD     = 'F'
                    ,CMPL_TS          = CURRENT TIMESTAMP
                    ,RSLT_TX          = :WS-RSLT-TX
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-PROGRAM
               WHERE RPT_RQST_ID      = :WS-RQST-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM78_RPT_RQST'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3500-RAISE-ALERT.
      *----------------------------------*
      * SUBJECT AND WORDING COME FROM THE RPTREADY / RPTFAIL CATALOG
      * ENTRIES.

           MOVE '3500-RAISE-ALERT'          TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-AALR-PASS-AREA
           MOVE D78A-RQST-USER-ID           TO WS-ALERT-USER-ID
           IF RQST-FAILED
              MOVE 'RPTFAIL'                TO WS-AV-TYPE-CD
           ELSE
              MOVE 'RPTREADY'               TO WS-AV-TYPE-CD
           END-IF
           MOVE 3                           TO WS-AV-VAR-CNT
           MOVE 'RQST_ID'                   TO WS-AV-VAR-NM(1)
           MOVE WS-RQST-ID-ED               TO WS-AV-VAR-VALUE(1)
           MOVE 'RPT_CD'                    TO WS-AV-VAR-NM(2)
           MOVE D78A-RPT-CD                 TO WS-AV-VAR-VALUE(2)
           MOVE 'RSLT_TX'                   TO WS-AV-VAR-NM(3)
           MOVE WS-RSLT-TX                  TO WS-AV-VAR-VALUE(3)
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-AALR-PROGRAM USING WS-OUTSQLCA,
                                      WS-SP-ERROR-AREA,
                                      WS-SP-RC,
                                      WS-ALERT-ID,
                                      WS-ALERT-SUB,
                                      WS-ALERT-MSG,
                                      WS-ALERT-USER-ID

           IF WS-SP-RC NOT = 'SP00'
              DISPLAY 'DPMXAALR RETURN CODE     :' WS-SP-RC
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
           IF WS-MODE-STORE
              DISPLAY 'OUTPUT LINES FILED       :' WS-LINE-CNT
              DISPLAY 'RESULT                   :' WS-RSLT-TX
           END-IF
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXRQRN ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF RQST-FAILED
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
