      *                             POINTER (COMMENT, DOCUMENT, TEXT)  *
      *                             FOR EACH AMENDMENT                 *
      * VDTM54_DEBUG_CNTRL        - DEBUG CONTROL TABLE                *
      * VDPM10_CTGRY_LOCK         - CATEGORY LOCKS FOR PARALLEL        *
      *                             NEGOTIATION                        *
      * VDPM86_NEG_CNCSN          - PLAYBOOK CONCESSIONS ROUTED FOR    *
      *                             APPROVAL BY DPMXMSAV               *
      * VDPM16_AMND_APRVL         - AMENDMENT APPROVAL WORKFLOW STATE  *
      *                             TABLE, CONSULTED AT EXECUTION TIME *
      *                             ONLY WHEN THE VDTM54_DEBUG_CNTRL   *
      *                             ROW FOR THIS PROGRAM TURNS THE     *
      *                             APPROVAL GATE ON (FNCTN_2_NM='Y')  *
      * VDPM56_DOC_RQMT           - REQUIRED DOCUMENT CHECKLIST, READ  *
      *                             THROUGH DPMXDRCK AT EXECUTION TIME *
      * VDPM57_CP_RSPNS           - COUNTERPARTY RESPONSE DEADLINE,    *
      *                             STAMPED ON EACH SUBMISSION TO THE  *
      *                             CLIENT AND WORKED NIGHTLY BY       *
      *                             DPMXTRCL                           *
      * VDPM68_NEGO_ISSUE         - NEGOTIATION ISSUES ON COMMENTS,    *
      *                             ALL MUST BE RESOLVED BEFORE THE    *
      *                             MCA IS EXECUTED                    *
      * VDPM12_MCA_DOC            - FROZEN EXECUTED COPY (TYPE 'S'),   *
      *                             FILED AT EXECUTION TIME            *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXDRCK - EXECUTION-READINESS DOCUMENT CHECK                  *
      * DPMXBDAY - BUSINESS-DAY ARITHMETIC FOR THE RESPONSE DEADLINE   *
      * DPMXSNAP - EXECUTED-COPY BUILDER FOR THE FROZEN SNAPSHOT       *
      * DPMXTCNF - LIVE TEMPLATE CONFLICT CHECK                        *
      *----------------------------------------------------------------*
      * INCLUDES:                                                      *00360000
      * ---------                                                      *00370000
      * DPM0701  - DCLGEN COPYBOOK FOR VDPM07_MCA_CTGRY TABLE          *00380000
      * DPM0801  - DCLGEN COPYBOOK FOR VDPM08_MCA_TERMS TABLE          *00380000
      * DPM1001  - DCLGEN COPYBOOK FOR VDPM10_MCA_LOCK  TABLE          *00380000
      * DPM1003  - DCLGEN COPYBOOK FOR VDPM10_CTGRY_LOCK TABLE         *
      * DPM8603  - DCLGEN COPYBOOK FOR VDPM86_NEG_CNCSN  TABLE         *
      * DPM1401  - DCLGEN COPYBOOK FOR D0006 TABLE          *00380000
      * DPM1601  - DCLGEN COPYBOOK FOR VDPM16_MCA_AMND  TABLE          *00380000
      * DPM1602  - DCLGEN COPYBOOK FOR VDPM16_AMND_APRVL TABLE         *00380000
      * DPM1801  - DCLGEN COPYBOOK FOR VDPM18_MCA_LINK  TABLE          *00380000
      * DPM1901  - DCLGEN COPYBOOK FOR VDPM19_LINK_WORK TABLE          *00380000
      * DPM5701  - DCLGEN COPYBOOK FOR VDPM57_CP_RSPNS  TABLE          *
      * DTM5401  - DCLGEN FOR DISPLAY CONTROL TABLE                    *00380000
      *----------------------------------------------------------------*00610000
      * COPYBOOKS:                                                     *00580000
      *                             DEFAULT SO SITES WITHOUT A ROW    *
      *                             KEEP TODAY'S BEHAVIOR.            *
      *                                                               *
      * 10/15/2026        04.00     COGNIZANT                         *
      *                             2305-EXECUTE-MCA NOW CALLS        *
      *                             DPMXDRCK BEFORE EXECUTING AND     *
      *                             REJECTS WITH SP07 WHEN ANY        *
      *                             DOCUMENT KIND ON THE VDPM56       *
      *                             CHECKLIST IS NOT YET ON FILE FOR  *
      *                             THE CLIENT. NO CHECKLIST ROWS     *
      *                             MEANS NOTHING IS REQUIRED.        *
      *                                                               *
      * 10/15/2026        05.00     COGNIZANT                         *
      *                             2300-SUBMIT-TO-CP NOW STAMPS A    *
      *                             COUNTERPARTY RESPONSE DEADLINE ON *
      *                             VDPM57_CP_RSPNS WHEN THE TEMPLATE *
      *                             GOES TO THE CLIENT, COUNTED IN    *
      *                             BUSINESS DAYS THROUGH DPMXBDAY ON *
      *                             THE TEMPLATE'S REGION CALENDAR.   *
      *                             THE WINDOW IS FNCTN_3_NM ON THE   *
      *                             VDTM54_DEBUG_CNTRL ROW (DEFAULT   *
      *                             10).  ANY OTHER SUBMISSION CLOSES *
      *                             THE OPEN DEADLINE.                *
      *                                                               *
      * 10/15/2026        06.00     COGNIZANT                         *
      *                             2305-EXECUTE-MCA NOW REJECTS WITH *
      *                             SP08 WHILE ANY NEGOTIATION ISSUE  *
      *                             RAISED ON THE TEMPLATE'S COMMENTS *
      *                             (VDPM68_NEGO_ISSUE, DPMXNISS) IS  *
      *                             STILL OPEN.                       *
      *                                                               *
      * 10/15/2026        07.00     COGNIZANT                         *
      *                             2305-EXECUTE-MCA NOW FILES A      *
      *                             FROZEN, CHECKSUMMED COPY OF THE   *
      *                             EXECUTED CATEGORIES, TERMS AND    *
      *                             VALUES (BUILT BY DPMXSNAP) ON     *
      *                             VDPM12_MCA_DOC, TYPE 'S' KIND     *
      *                             'EXSN', FOR THE MONTHLY DRIFT     *
      *                             CHECK DPMXSNDR.                   *
      *                                                               *
      * 10/15/2026        08.00     COGNIZANT                         *
      *                             2305-EXECUTE-MCA NOW REJECTS WITH *
      *                             SP09 WHEN ANOTHER LIVE EXECUTED   *
      *                             MCA (DPMXTCNF) COVERS THE SAME    *
      *                             DEALER, CLIENT, PRODUCT, SUB-     *
      *                             PRODUCT AND REGION.  EXECUTING A  *
      *                             RE-EXECUTION COPY SUPERSEDES      *
      *                             ('S') THE MCA IT REPLACES.        *
      *                                                               *
      * 10/15/2026        09.00     COGNIZANT                         *
      *                             2010-CHECK-CTGRY-LOCKS - NO       *
      *                             STATUS CHANGE (SP02) WHILE ANY    *
      *                             CATEGORY OF THE TEMPLATE IS STILL *
      *                             LOCKED ON VDPM10_CTGRY_LOCK.      *
      *                                                               *
      * 10/15/2026        10.00     COGNIZANT                         *
      *                             9005-CHECK-AMND-APRVL-GATE ALSO   *
      *                             REFUSES (SP06) WHILE A PLAYBOOK   *
      *                             CONCESSION ROUTED FOR APPROVAL    *
      *                             (VDPM86_NEG_CNCSN) IS UNAPPROVED, *
      *                             WHETHER OR NOT THE GATE IS ON.    *
      *                                                               *
      * 10/15/2026        11.00     COGNIZANT                         *
      *                             1050-CHECK-MAINT-MODE REFUSES     *
      *                             THE STATUS CHANGE WITH SP66 AND   *
      *                             THE FREEZE MESSAGE WHILE THE      *
      *                             REGION IS FROZEN FOR MAINTENANCE  *
      *                             (DPMXMNTM/DPMXMNTS).  USERS       *
      *                             PERMITTED DPMXAUTH 'M' MAY WORK   *
      *                             THROUGH THE FREEZE.               *
      *                                                               *
      * 10/15/2026        12.00     COGNIZANT                         *
      *                             THE PLAYBOOK CONCESSION CHECK     *
      *                             MOVES TO 9006-CHECK-CNCSN-APRVL   *
      *                             AND IS ALSO MADE AT EXECUTION     *
      *                             (2305G) BEFORE D0006 IS UPDATED.  *
      *                                                               *
      * 10/15/2026        13.00     COGNIZANT                         *
      *                             2305B NO LONGER CUTS OFF THE      *
      *                             MISSING-DOCUMENT LIST; PAST       *
      *                             TWELVE KINDS IT ENDS WITH '...'.  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
                 88 LOCK-NOT-EXPIRED           VALUE 'N'.
             05  WS-LOCK-EXPIRED-IN        PIC S9(04) USAGE COMP
                                                     VALUE ZEROES.
             05  WS-CTGRY-LOCK-CNT         PIC S9(09) COMP
                                                     VALUE ZEROES.
             05  WS-RSPNS-WINDOW-DAYS      PIC 9(04) VALUE 0010.
             05  WS-RSPNS-DAYS             PIC S9(04) COMP
                                                     VALUE ZEROES.
             05  WS-RMNDR-DAYS             PIC S9(04) COMP
                                                     VALUE ZEROES.
             05  WS-TODAY-DT               PIC X(10) VALUE SPACES.

       01  WS-ERROR-AREA.
             05  WS-PARAGRAPH-NAME         PIC X(40).
                 VALUE 'ONE OR MORE AMENDMENTS ARE NOT YET APPROVED'.   00560100
             05  WS-DATABASE-ERROR         PIC X(50)                    00560100
                 VALUE 'DATABASE ERROR OCCURRED. PLEASE CONTACT DTCC'.  00560100
             05  WS-DOCS-MISSING           PIC X(19)
                 VALUE 'DOCUMENTS MISSING: '.
             05  WS-ISSUES-OPEN            PIC X(35)
                 VALUE 'OPEN NEGOTIATION ISSUES ON THE MCA:'.
             05  WS-OPEN-ISSUE-CNT         PIC S9(09) COMP VALUE 0.
             05  WS-OPEN-ISSUE-ED          PIC ZZZ9.
             05  WS-LIVE-MCA-EXISTS        PIC X(40)
                 VALUE 'ANOTHER LIVE MCA COVERS THIS PRODUCT: '.
             05  WS-CNFL-TMPLT-ED          PIC 9(09).
             05  WS-CTGRYS-STILL-LOCKED    PIC X(50)
                 VALUE 'CATEGORIES ARE STILL LOCKED FOR NEGOTIATION'.
             05  WS-PLYBK-NOT-APPROVED     PIC X(50)
                 VALUE 'PLAYBOOK CONCESSIONS ARE NOT YET APPROVED'.

       01  WS-MNTM-PROGRAM                 PIC X(08) VALUE 'DPMXMNTM'.
       01  WS-MNTM-PASS-AREA.
             05  WS-MNTM-USER-ID           PIC X(10).
             05  WS-MNTM-PRGM-ID           PIC X(08).
             05  WS-MNTM-FUNC-CD           PIC X(01).
             05  WS-MNTM-FROZEN-IN         PIC X(01).
                 88 WS-MNTM-FROZEN         VALUE 'Y'.
             05  WS-MNTM-MSG-TX            PIC X(80).
             05  WS-MNTM-SQLCODE           PIC S9(9) COMP.

       01  WS-DRCK-PROGRAM                 PIC X(08) VALUE 'DPMXDRCK'.
       01  WS-DRCK-PASS-AREA.
             05  WS-DRCK-TMPLT-ID          PIC S9(09) COMP.
             05  WS-DRCK-CLNT-CMPNY-ID     PIC X(08).
             05  WS-DRCK-MISS-CNT          PIC S9(04) COMP.
             05  WS-DRCK-MISS-LIST         PIC X(60).
             05  WS-DRCK-SQLCODE           PIC S9(09) COMP.

       01  WS-TCNF-PROGRAM                 PIC X(08) VALUE 'DPMXTCNF'.
       01  WS-TCNF-PASS-AREA.
             05  WS-TCNF-TMPLT-ID          PIC S9(09) COMP.
             05  WS-TCNF-CLASS-CD          PIC X(01).
             05  WS-TCNF-CNFL-CNT          PIC S9(04) COMP.
             05  WS-TCNF-CNFL-TMPLT-ID     PIC S9(09) COMP.
             05  WS-TCNF-PRED-TMPLT-ID     PIC S9(09) COMP.
             05  WS-TCNF-SQLCODE           PIC S9(09) COMP.

       01  WS-BDAY-PROGRAM                 PIC X(08) VALUE 'DPMXBDAY'.
       01  WS-BDAY-PASS-AREA.
             05  WS-BDAY-FUNC-CD           PIC X(01).
             05  WS-BDAY-IN-DT             PIC X(10).
             05  WS-BDAY-END-DT            PIC X(10).
             05  WS-BDAY-IN-DAYS           PIC S9(04) COMP.
             05  WS-BDAY-OUT-DT            PIC X(10).
             05  WS-BDAY-OUT-DAYS          PIC S9(04) COMP.
             05  WS-BDAY-OUT-IND           PIC X(01).
             05  WS-BDAY-SQLCODE           PIC S9(09) COMP.
             05  WS-BDAY-CLNDR-ID          PIC X(08).

       01  WS-SNAP-PROGRAM                 PIC X(08) VALUE 'DPMXSNAP'.
       01  WS-SNAP-PASS-AREA.
             05  WS-SNAP-TMPLT-ID          PIC S9(09) COMP.
             05  WS-SNAP-LINE-CNT          PIC S9(09) COMP.
             05  WS-SNAP-OVERFLOW-SW       PIC X(01).
                 88  SNAP-OVERFLOW                   VALUE 'Y'.
             05  WS-SNAP-SQLCODE           PIC S9(09) COMP.
             05  WS-SNAP-CKS-AREA.
                 10  WS-SNAP-LENGTH        PIC S9(09) COMP.
                 10  WS-SNAP-CHKSM         PIC S9(18)V COMP-3.
                 10  WS-SNAP-BUFFER        PIC X(2097152).
       01  WS-SNAP-DOC-ID                  PIC S9(18)V COMP-3 VALUE 0.
       01  WS-SNAP-DOC-DS                  PIC X(216) VALUE SPACES.
       01  WS-SNAP-BLOB                    USAGE IS SQL
                                           TYPE IS BLOB(2097152).

       01  WS-SWITCHES.
             05 WS-TMPLT-ID-TYPE           PIC X(1)  VALUE 'Y'.
                INCLUDE DPM1001
           END-EXEC.

           EXEC SQL
                INCLUDE DPM1003
           END-EXEC.

           EXEC SQL
                INCLUDE DPM8603
           END-EXEC.

           EXEC SQL
                INCLUDE DPM1401
           END-EXEC.
                INCLUDE DTM5401
           END-EXEC.

           EXEC SQL
                INCLUDE DPM5701
           END-EXEC.

      ******************************************************************
      * DB2 STANDARD COPYBOOK WITH FORMATTED DISPLAY SQLCA
      * THIS MUST REMAIN AS THE LAST ENTRY IN WORKING STORAGE
              END-IF
           END-IF

      * FNCTN_3_NM IS THE COUNTERPARTY RESPONSE WINDOW IN BUSINESS
      * DAYS.  A NON-NUMERIC OR ZERO VALUE LEAVES THE 10-DAY DEFAULT.
           IF D054-FNCTN-3-NM IS NUMERIC
           AND D054-FNCTN-3-NM NOT = SPACES
              MOVE FUNCTION NUMVAL(D054-FNCTN-3-NM)
                                               TO WS-RSPNS-WINDOW-DAYS
              IF WS-RSPNS-WINDOW-DAYS = ZEROES
                 MOVE 0010                     TO WS-RSPNS-WINDOW-DAYS
              END-IF
           END-IF

           IF DISPLAY-ACTIVE
              EXEC SQL
                   SET :WS-CURRENT-TIMESTAMP = CURRENT TIMESTAMP
              DISPLAY "WS-EXEC-TS        " WS-EXEC-TS
              DISPLAY "WS-EXEC-FLAG      " WS-EXEC-FLAG
           END-IF

           PERFORM 1050-CHECK-MAINT-MODE
           .
      *---------------------*
       1050-CHECK-MAINT-MODE.
      *---------------------*
      * WHILE THE REGION IS FROZEN FOR MAINTENANCE (DPMXMNTS) THE
      * UPDATE IS REFUSED WITH SP66 AND THE FREEZE'S USER MESSAGE,
      * UNLESS THE USER MAY WORK THROUGH IT (DPMXMNTM).

           MOVE '1050-CHECK-MAINT-MODE'     TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-MNTM-USER-ID
           MOVE WS-PROGRAM                  TO WS-MNTM-PRGM-ID
           MOVE WS-TEMPLATE-TYPE            TO WS-MNTM-FUNC-CD

           CALL WS-MNTM-PROGRAM USING WS-MNTM-PASS-AREA

           IF WS-MNTM-FROZEN
              MOVE WS-MNTM-MSG-TX           TO LS-SP-ERROR-AREA
              MOVE 'SP66'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *---------------------------*
       2000-UPDATE-TEMPLATE-STATUS.
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 2010-CHECK-CTGRY-LOCKS

           EVALUATE TRUE
              WHEN DEALER-CUSTOMIZED
                PERFORM 9000-CREATE-CP-FINAL
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .
      *--------------------------*
       2010-CHECK-CTGRY-LOCKS.
      *--------------------------*
      * NO STATUS CHANGE WHILE CATEGORIES OF THE TEMPLATE ARE STILL
      * LOCKED FOR PARALLEL NEGOTIATION.  EXPIRED CATEGORY LOCKS ARE
      * CLEARED FIRST; ANY LIVE ONE BLOCKS THE CHANGE WITH SP02.

           MOVE '2010-CHECK-CTGRY-LOCKS'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
                DELETE FROM VDPM10_CTGRY_LOCK
                 WHERE MCA_TMPLT_ID = :WS-TEMPLATE-ID
                   AND ROW_UPDT_TS  < (CURRENT TIMESTAMP -
                                       :WS-LOCK-TIMEOUT-MINS MINUTES)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'   TO WS-TABLE-NAME
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CTGRY-LOCK-CNT
                  FROM VDPM10_CTGRY_LOCK
                 WHERE MCA_TMPLT_ID = :WS-TEMPLATE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM10_CTGRY_LOCK'      TO WS-TABLE-NAME
              PERFORM 9700-SQL-ERROR
           END-IF

           IF WS-CTGRY-LOCK-CNT > 0
              MOVE 'SP02'                   TO LS-SP-RC
              MOVE WS-CTGRYS-STILL-LOCKED   TO LS-SP-ERROR-AREA
              PERFORM 9990-GOBACK
           END-IF
           .
      *--------------------------*
       2200-APP-TO-CLIENT-OR-EXEC.
      *--------------------------*
           ELSE
              PERFORM 2310-UPDATE-LINKS
              PERFORM 2320-UPDATE-TEMPLATE
              PERFORM 2330-SET-RSPNS-DEADLINE
           END-IF
           .
      *--------------------------*
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 2305B-CHECK-DOC-READINESS

           PERFORM 2305C-CHECK-OPEN-ISSUES

           PERFORM 2305E-CHECK-LIVE-CONFLICT

           PERFORM 2305G-CHECK-CONCESSIONS

           PERFORM 2305A-CHECK-CLIENT-STATUS

           MOVE WS-TEMPLATE-ID              TO D014-MCA-TMPLT-ID

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2305D-FREEZE-EXECUTED-COPY
                 IF WS-TCNF-PRED-TMPLT-ID > 0
                    PERFORM 2305F-SUPERSEDE-ORIGINAL
                 END-IF
                 MOVE 'SP00'                TO LS-SP-RC
              WHEN OTHER
                 MOVE 'D0006'    TO WS-TABLE-NAME
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE
           .
      *--------------------------*
       2305D-FREEZE-EXECUTED-COPY.
      *--------------------------*

      * THE EXECUTED TEXT STAYS ON THE SAME VDPM16/VDPM18/VDPM13 ROWS
      * THAT LATER MAINTENANCE CAN TOUCH, SO A FROZEN, CHECKSUMMED COPY
      * OF EVERY CATEGORY, TERM AND VALUE IS FILED ON VDPM12_MCA_DOC
      * (TYPE 'S', KIND 'EXSN') IN THE SAME UNIT OF WORK.  DPMXSNDR
      * REBUILDS IT EACH MONTH THROUGH THE SAME DPMXSNAP ROUTINE AND
      * REPORTS ANY DRIFT.  A RE-EXECUTION FILES A NEW COPY; THE
      * HIGHEST VALUE ID FOR THE TEMPLATE IS THE CURRENT ONE.

           MOVE '2305D-FREEZE-EXECUTED-COPY' TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE WS-TEMPLATE-ID              TO WS-SNAP-TMPLT-ID

           CALL WS-SNAP-PROGRAM USING WS-SNAP-PASS-AREA

           IF WS-SNAP-SQLCODE NOT = 0
              MOVE WS-SNAP-SQLCODE          TO SQLCODE
              MOVE 'VDPM18_MCA_LINK'        TO WS-TABLE-NAME
              PERFORM 9700-SQL-ERROR
           END-IF

           EXEC SQL
                SET :WS-SNAP-DOC-ID = (NEXT VALUE FOR DPM.SQDPM111)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES                   TO WS-TABLE-NAME
              PERFORM 9700-SQL-ERROR
           END-IF

           MOVE SPACES                      TO WS-SNAP-DOC-DS
           IF SNAP-OVERFLOW
              STRING 'EXECUTED COPY ' WS-EXEC-TS ' (TRUNCATED)'
                     DELIMITED BY SIZE INTO WS-SNAP-DOC-DS
              END-STRING
           ELSE
              STRING 'EXECUTED COPY ' WS-EXEC-TS
                     DELIMITED BY SIZE INTO WS-SNAP-DOC-DS
              END-STRING
           END-IF

           MOVE WS-SNAP-LENGTH              TO WS-SNAP-BLOB-LENGTH
           IF WS-SNAP-LENGTH > 0
              MOVE WS-SNAP-BUFFER(1:WS-SNAP-LENGTH)
                                            TO WS-SNAP-BLOB-DATA
           END-IF

           IF DISPLAY-ACTIVE
              DISPLAY 'SNAPSHOT LINES    ' WS-SNAP-LINE-CNT
              DISPLAY 'SNAPSHOT CHECKSUM ' WS-SNAP-CHKSM
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
                      ,:WS-TEMPLATE-ID
                      ,:WS-SNAP-DOC-DS
                      ,'S'
                      ,:WS-DELR-CMPNY-ID
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
              PERFORM 9700-SQL-ERROR
           END-IF
           .
      *-------------------------*
       2305B-CHECK-DOC-READINESS.
      *-------------------------*

      * THE CLIENT MUST HAVE EVERY DOCUMENT KIND THE VDPM56 CHECKLIST
      * REQUIRES FOR ITS COMPANY TYPE AND THE TEMPLATE'S PRODUCT ON
      * FILE BEFORE THE MCA CAN BE EXECUTED.  THIS MUST RUN AHEAD OF
      * 2305A, WHICH CLEARS THE WORK COPY.

           MOVE '2305B-CHECK-DOC-READINESS' TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE WS-TEMPLATE-ID              TO WS-DRCK-TMPLT-ID

           CALL WS-DRCK-PROGRAM USING WS-DRCK-PASS-AREA

           IF WS-DRCK-SQLCODE NOT = 0
              MOVE WS-DRCK-SQLCODE          TO SQLCODE
              MOVE 'VDPM56_DOC_RQMT'        TO WS-TABLE-NAME
              PERFORM 9700-SQL-ERROR
           END-IF

      * THE ERROR AREA HOLDS ALL TWELVE CODES DPMXDRCK LISTS.  WHEN
      * MORE KINDS ARE MISSING, ELEVEN ARE SHOWN AND '...' FOLLOWS.
           IF WS-DRCK-MISS-CNT > 0
              MOVE WS-DOCS-MISSING          TO LS-SP-ERROR-AREA
              IF WS-DRCK-MISS-CNT > 12
                 MOVE WS-DRCK-MISS-LIST(1:55)
                                            TO LS-SP-ERROR-AREA(20:55)
                 MOVE '...'                 TO LS-SP-ERROR-AREA(75:3)
              ELSE
                 MOVE WS-DRCK-MISS-LIST     TO LS-SP-ERROR-AREA(20:60)
              END-IF
              MOVE 'SP07'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       2305C-CHECK-OPEN-ISSUES.
      *-------------------------*

      * A QUESTION FLAGGED AS AN ISSUE ON ONE OF THE TEMPLATE'S
      * NEGOTIATION COMMENTS MUST BE RESOLVED BEFORE EXECUTION.

           MOVE '2305C-CHECK-OPEN-ISSUES'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-ISSUE-CNT
                  FROM VDPM68_NEGO_ISSUE
                 WHERE MCA_TMPLT_ID  = :WS-TEMPLATE-ID
                   AND ISSUE_STAT_CD = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM68_NEGO_ISSUE'      TO WS-TABLE-NAME
              PERFORM 9700-SQL-ERROR
           END-IF

           IF WS-OPEN-ISSUE-CNT > 0
              MOVE WS-OPEN-ISSUE-CNT        TO WS-OPEN-ISSUE-ED
              MOVE WS-ISSUES-OPEN           TO LS-SP-ERROR-AREA
              MOVE WS-OPEN-ISSUE-ED         TO LS-SP-ERROR-AREA(37:4)
              MOVE 'SP08'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       2305E-CHECK-LIVE-CONFLICT.
      *-------------------------*

      * ONLY ONE LIVE EXECUTED MCA MAY COVER A DEALER / CLIENT AND
      * PRODUCT / SUB-PRODUCT / REGION.  AN EARLIER ONE MUST BE
      * SUPERSEDED THROUGH DPMXSPRS FIRST, EXCEPT THE EXECUTED MCA A
      * RE-EXECUTION COPY WAS TAKEN FROM, WHICH 2305F SUPERSEDES.

           MOVE '2305E-CHECK-LIVE-CONFLICT' TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE WS-TEMPLATE-ID              TO WS-TCNF-TMPLT-ID
           MOVE 'E'                         TO WS-TCNF-CLASS-CD

           CALL WS-TCNF-PROGRAM USING WS-TCNF-PASS-AREA

           IF WS-TCNF-SQLCODE NOT = 0
              MOVE WS-TCNF-SQLCODE          TO SQLCODE
              MOVE 'D0006'                  TO WS-TABLE-NAME
              PERFORM 9700-SQL-ERROR
           END-IF

           IF WS-TCNF-CNFL-CNT > 0
              MOVE WS-TCNF-CNFL-TMPLT-ID    TO WS-CNFL-TMPLT-ED
              MOVE WS-LIVE-MCA-EXISTS       TO LS-SP-ERROR-AREA
              MOVE WS-CNFL-TMPLT-ED         TO LS-SP-ERROR-AREA(39:9)
              MOVE 'SP09'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       2305G-CHECK-CONCESSIONS.
      *-------------------------*

      * A PLAYBOOK CONCESSION STILL AWAITING APPROVAL BLOCKS THE
      * EXECUTION AS WELL AS THE CP FINAL.  MUST RUN AHEAD OF 2305A.

           MOVE '2305G-CHECK-CONCESSIONS'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 9006-CHECK-CNCSN-APRVL

           IF WS-UNAPRVD-AMND-CNT > 0
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       2305F-SUPERSEDE-ORIGINAL.
      *-------------------------*

      * THE RE-EXECUTED MCA REPLACES THE ONE IT WAS COPIED FROM.

           MOVE '2305F-SUPERSEDE-ORIGINAL'  TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
              DISPLAY 'WS-TCNF-PRED-TMPLT-ID ' WS-TCNF-PRED-TMPLT-ID
           END-IF

           EXEC SQL
                UPDATE D0006
                   SET MCA_STAT_IN       = 'S'
                      ,ROW_UPDT_TS       = CURRENT TIMESTAMP
                      ,ROW_UPDT_USER_ID  = :D014-ROW-UPDT-USER-ID
                 WHERE MCA_TMPLT_ID      = :WS-TCNF-PRED-TMPLT-ID
                   AND MCA_TMPLT_TYPE_CD = 'E'
                   AND MCA_STAT_IN NOT IN ('L', 'X', 'T', 'V', 'S')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'D0006'               TO WS-TABLE-NAME
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       2305A-CHECK-CLIENT-STATUS.
      *-------------------------*
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE
           .
      *-----------------------*
       2330-SET-RSPNS-DEADLINE.
      *-----------------------*

      * ANY SUBMISSION ANSWERS WHATEVER DEADLINE WAS STILL OPEN FOR
      * THE TEMPLATE.  WHEN THIS SUBMISSION SENDS THE TEMPLATE TO THE
      * CLIENT (DEALER 'D', CLIENT 'P') A NEW DEADLINE IS STAMPED:
      * THE WINDOW IN BUSINESS DAYS ON THE TEMPLATE'S REGION CALENDAR,
      * WITH THE REMINDER DUE AT THE HALFWAY POINT.  DPMXTRCL WORKS
      * THE OPEN ROWS EVERY NIGHT.

           MOVE '2330-SET-RSPNS-DEADLINE'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE WS-USER-ID                  TO D57A-ROW-UPDT-USER-ID

           EXEC SQL
                UPDATE VDPM57_CP_RSPNS
                   SET RSPNS_STAT_CD    = 'A'
                      ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                      ,ROW_UPDT_USER_ID = :D57A-ROW-UPDT-USER-ID
                 WHERE MCA_TMPLT_ID     = :WS-TEMPLATE-ID
                   AND RSPNS_STAT_CD    = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM57_CP_RSPNS'     TO WS-TABLE-NAME
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE

           IF WS-DLR-STAT-CD = 'D'
           AND WS-CLNT-STAT-CD = 'P'
              PERFORM 2331-STAMP-RSPNS-DEADLINE
           END-IF
           .
      *-------------------------*
       2331-STAMP-RSPNS-DEADLINE.
      *-------------------------*

           MOVE '2331-STAMP-RSPNS-DEADLINE' TO WS-PARAGRAPH-NAME

           EXEC SQL
                SELECT ATTRB_REGN_ID
                      ,CURRENT DATE
                  INTO :D014-ATTRB-REGN-ID
                      ,:WS-TODAY-DT
                  FROM D0006
                 WHERE MCA_TMPLT_ID     = :WS-TEMPLATE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 MOVE 'D0006'               TO WS-TABLE-NAME
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE

           MOVE WS-RSPNS-WINDOW-DAYS        TO WS-RSPNS-DAYS
           DIVIDE WS-RSPNS-DAYS BY 2    GIVING WS-RMNDR-DAYS
           IF WS-RMNDR-DAYS < 1
              MOVE 1                        TO WS-RMNDR-DAYS
           END-IF

           MOVE 'A'                         TO WS-BDAY-FUNC-CD
           MOVE WS-TODAY-DT                 TO WS-BDAY-IN-DT
           MOVE WS-RSPNS-DAYS               TO WS-BDAY-IN-DAYS
           MOVE D014-ATTRB-REGN-ID          TO WS-BDAY-CLNDR-ID
           PERFORM 2332-CALL-BDAY
           MOVE WS-BDAY-OUT-DT              TO D57A-RSPNS-DUE-DT

           MOVE 'A'                         TO WS-BDAY-FUNC-CD
           MOVE WS-TODAY-DT                 TO WS-BDAY-IN-DT
           MOVE WS-RMNDR-DAYS               TO WS-BDAY-IN-DAYS
           MOVE D014-ATTRB-REGN-ID          TO WS-BDAY-CLNDR-ID
           PERFORM 2332-CALL-BDAY
           MOVE WS-BDAY-OUT-DT              TO D57A-RMNDR-DT

           MOVE WS-TEMPLATE-ID              TO D57A-MCA-TMPLT-ID
           MOVE WS-USER-ID                  TO D57A-SBMT-USER-ID
           MOVE WS-DELR-CMPNY-ID            TO D57A-DELR-CMPNY-ID
           MOVE WS-CLNT-CMPNY-ID            TO D57A-CLNT-CMPNY-ID
           MOVE D014-ATTRB-REGN-ID          TO D57A-CLNDR-ID
           MOVE WS-RSPNS-DAYS               TO D57A-RSPNS-DAYS-NB
           MOVE 'N'                         TO D57A-RMNDR-SENT-IN
           MOVE ZEROES                      TO D57A-EXTN-CNT
           MOVE SPACES                      TO D57A-EXTN-USER-ID
           SET D57A-RSPNS-OPEN              TO TRUE

           EXEC SQL
                INSERT INTO VDPM57_CP_RSPNS
                      (MCA_TMPLT_ID
                      ,SBMT_TS
                      ,SBMT_USER_ID
                      ,DELR_CMPNY_ID
                      ,CLNT_CMPNY_ID
                      ,CLNDR_ID
                      ,RSPNS_DAYS_NB
                      ,RMNDR_DT
                      ,RSPNS_DUE_DT
                      ,RMNDR_SENT_IN
                      ,EXTN_CNT
                      ,EXTN_USER_ID
                      ,RSPNS_STAT_CD
                      ,ROW_UPDT_TS
                      ,ROW_UPDT_USER_ID)
                VALUES
                      (:D57A-MCA-TMPLT-ID
                      ,CURRENT TIMESTAMP
                      ,:D57A-SBMT-USER-ID
                      ,:D57A-DELR-CMPNY-ID
                      ,:D57A-CLNT-CMPNY-ID
                      ,:D57A-CLNDR-ID
                      ,:D57A-RSPNS-DAYS-NB
                      ,:D57A-RMNDR-DT
                      ,:D57A-RSPNS-DUE-DT
                      ,:D57A-RMNDR-SENT-IN
                      ,:D57A-EXTN-CNT
                      ,:D57A-EXTN-USER-ID
                      ,:D57A-RSPNS-STAT-CD
                      ,CURRENT TIMESTAMP
                      ,:D57A-ROW-UPDT-USER-ID)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM57_CP_RSPNS'     TO WS-TABLE-NAME
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE
           .
      *---------------*
       2332-CALL-BDAY.
      *---------------*

           CALL WS-BDAY-PROGRAM USING WS-BDAY-PASS-AREA

           IF WS-BDAY-OUT-IND = 'X'
              MOVE WS-BDAY-SQLCODE          TO SQLCODE
              MOVE 'VDPM27_HLDY_CLNDR'      TO WS-TABLE-NAME
              PERFORM 9700-SQL-ERROR
           END-IF
           .
      *---------------------*
       9000-CREATE-CP-FINAL.
      *---------------------*
                    PERFORM 9700-SQL-ERROR
              END-EVALUATE
           END-IF

           IF LS-SP-RC = 'SP00'
              PERFORM 9006-CHECK-CNCSN-APRVL
           END-IF
           .
      *------------------------*
       9006-CHECK-CNCSN-APRVL.
      *------------------------*

      * A TERM SAVED PAST THE NEGOTIATOR'S PLAYBOOK AUTHORITY
      * (VDPM86_NEG_CNCSN) MUST BE APPROVED WHETHER OR NOT THE
      * GENERAL APPROVAL GATE IS ON.  CHECKED FOR A NEW CP FINAL
      * (9005) AND AGAIN AT EXECUTION (2305G).

           MOVE '9006-CHECK-CNCSN-APRVL'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-UNAPRVD-AMND-CNT
                  FROM VDPM16_MCA_AMND  DPM16
                      ,VDPM86_NEG_CNCSN DPM86C
                 WHERE DPM16.MCA_TMPLT_ID   = :WS-TEMPLATE-ID
                   AND DPM86C.MCA_AMND_ID   = DPM16.MCA_AMND_ID
                   AND DPM86C.APRVL_RQRD_IN = 'Y'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM VDPM16_AMND_APRVL DPM16A
                         WHERE DPM16A.MCA_AMND_ID =
                               DPM16.MCA_AMND_ID
                           AND DPM16A.APRVL_STAT_CD = 'A')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-UNAPRVD-AMND-CNT > 0
                    MOVE WS-PLYBK-NOT-APPROVED  TO LS-SP-ERROR-AREA
                    MOVE 'SP06'                 TO LS-SP-RC
                 END-IF
              WHEN OTHER
                 MOVE 'VDPM86_NEG_CNCSN'        TO WS-TABLE-NAME
                 PERFORM 9700-SQL-ERROR
           END-EVALUATE
           .

      *-------------------------*
                SELECT ACTVT_DSPLY_IN                                   00051900
                      ,FNCTN_1_NM
                      ,FNCTN_2_NM
                      ,FNCTN_3_NM
                  INTO :D054-ACTVT-DSPLY-IN                             00052010
                      ,:D054-FNCTN-1-NM
                      ,:D054-FNCTN-2-NM
                      ,:D054-FNCTN-3-NM
                FROM   VDTM54_DEBUG_CNTRL                               00052040
                WHERE PRGM_ID = :WS-PROGRAM                             00052050
                WITH UR
