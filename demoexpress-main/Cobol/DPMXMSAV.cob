      *                             FOR EACH AMENDMENT                 *
      * VDTM54_DEBUG_CNTRL        - DEBUG CONTROL TABLE                *
      * VDPM14_TMPLT_COPY_LOG     - STATIC GRID COPY AUDIT LOG         *
      * VDPM10_CTGRY_LOCK         - CATEGORY LOCKS FOR PARALLEL        *
      *                             NEGOTIATION                        *
      * VDPM86_NEG_CNCSN          - PLAYBOOK CONCESSION LOG            *
      *----------------------------------------------------------------*
      * INCLUDES:                                                      *00360000
      * ---------                                                      *00370000
      * DPM0701  - DCLGEN COPYBOOK FOR VDPM07_MCA_CTGRY  TABLE         *00380000
      * DPM0801  - DCLGEN COPYBOOK FOR VDPM08_MCA_TERMS  TABLE         *00380000
      * DPM1001  - DCLGEN COPYBOOK FOR VDPM10_MCA_LOCK   TABLE         *00380000
      * DPM1003  - DCLGEN COPYBOOK FOR VDPM10_CTGRY_LOCK TABLE         *
      * DPM8603  - DCLGEN COPYBOOK FOR VDPM86_NEG_CNCSN  TABLE         *
      * DPM1401  - DCLGEN COPYBOOK FOR D0006  TABLE         *00380000
      * DPM1402  - DCLGEN COPYBOOK FOR VDPM14_TMPLT_COPY_LOG TABLE     *00380000
      * DPM1501  - DCLGEN COPYBOOK FOR VDPM15_TMPLT_WORK TABLE         *00380000
      * TEMPLATE'S TEXT VALUES BEFORE VALIDATION; AN UNRESOLVED       *
      * TOKEN BLOCKS THE SAVE WITH SP57.                              *
      *                                                               *
      * 10/15/2026        08.00     COGNIZANT                        *
      * 2015-VALIDATE-CROSS-TERMS RUNS THE DPMXTXRV CROSS-TERM        *
      * CONSISTENCY RULES (VDPM62) OVER THE WORK TEMPLATE AFTER       *
      * FIELD VALIDATION; A BROKEN RULE BLOCKS THE SAVE WITH SP58.    *
      *                                                               *
      * 10/15/2026        09.00     COGNIZANT                        *
      * WS-TVAL-PASS-AREA CARRIES THE NEW DPMXTVAL FUNCTION CODE AND  *
      * SINGLE-VALUE FIELDS; THE SAVE STILL ASKS FOR A TEMPLATE WALK. *
      *                                                               *
      * 10/15/2026        10.00     COGNIZANT                        *
      * 2020-CHECK-CTGRY-LOCKS - WHILE CATEGORY LOCKS ARE IN FORCE A  *
      * SAVE, UNLOCK OR DELETE IS REFUSED (SP59) IF PENDING WORK SITS *
      * IN A CATEGORY THE USER DOES NOT HOLD.  9210 RELEASES THE      *
      * USER'S CATEGORY LOCKS (DPMXMLOK 'R') AFTER THE SAVE.          *
      *                                                               *
      * 10/15/2026        11.00     COGNIZANT                        *
      * 2017-CLASSIFY-PLAYBOOK PLACES TYPED VALUES ON THE DEALER'S    *
      * NEGOTIATION PLAYBOOK (DPMXNPCL).  AFTER THE SAVE, 2030 LOGS   *
      * EACH CONCESSION ON VDPM86_NEG_CNCSN AND SUBMITS THOSE PAST    *
      * THE NEGOTIATOR'S AUTHORITY TO DPMXMAAP FOR APPROVAL.          *
      *                                                               *
      * 10/15/2026        12.00     COGNIZANT                         *
      * 1055-CHECK-MAINT-MODE REFUSES THE SAVE WITH SP66 AND THE      *
      * FREEZE MESSAGE WHILE THE REGION IS FROZEN FOR MAINTENANCE     *
      * (DPMXMNTM, SET BY DPMXMNTS).  USERS PERMITTED DPMXAUTH 'M'    *
      * MAY WORK THROUGH THE FREEZE.                                  *
      *                                                               *
      * 10/15/2026        13.00     COGNIZANT                         *
      * A CHECK ('C') SAVES THE WORK AS WELL, SO IT NOW PASSES THE    *
      * SAME CATEGORY-LOCK, CROSS-TERM AND PLAYBOOK GATES AS A SAVE,  *
      * AND ITS CONCESSIONS ARE ROUTED BY 2030 LIKE ANY OTHER.        *
      *                                                               *
      * 10/15/2026        14.00     COGNIZANT                         *
      * WHILE CATEGORY LOCKS ARE IN FORCE A SAVE ONLY MOVES THE WORK  *
      * IN THE CATEGORIES THE CALLER HOLDS AND LEAVES THE REST IN THE *
      * WORK TABLES, SO PARALLEL NEGOTIATORS CAN EACH SAVE.  2020 NOW *
      * ONLY BLOCKS ON OTHER USERS' UNSAVED WORK.  A DELETE ('D') IS  *
      * REFUSED WITH SP59 WHILE ANOTHER USER HOLDS A CATEGORY LOCK.   *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-ALOG-PROGRAM                 PIC X(08) VALUE 'DPMXALOG'.
       01  WS-TVAL-PROGRAM                 PIC X(08) VALUE 'DPMXTVAL'.
       01  WS-CINS-PROGRAM                 PIC X(08) VALUE 'DPMXCINS'.
       01  WS-TXRV-PROGRAM                 PIC X(08) VALUE 'DPMXTXRV'.
       01  WS-CINS-PASS-AREA.
           05 WS-CINS-TMPLT-ID             PIC S9(9) COMP.
           05 WS-CINS-USER-ID              PIC X(10).
           05 WS-TVAL-ERROR-TBL OCCURS 20 TIMES.
              10 WS-TVAL-ERR-TERM-ID       PIC X(8).
              10 WS-TVAL-ERR-REASON        PIC X(40).
           05 WS-TVAL-FUNC-CD              PIC X(01) VALUE SPACE.
           05 WS-TVAL-IN-TERM-ID           PIC X(8)  VALUE SPACES.
           05 WS-TVAL-IN-VALUE-TX          PIC X(150) VALUE SPACES.
       01  WS-NPCL-PROGRAM                 PIC X(08) VALUE 'DPMXNPCL'.
       01  WS-NPCL-PASS-AREA.
           05 WS-NPCL-TMPLT-ID             PIC S9(9) COMP.
           05 WS-NPCL-DELR-CMPNY-ID        PIC X(08).
           05 WS-NPCL-USER-ID              PIC X(10).
           05 WS-NPCL-ATHRTY-LVL-NB        PIC S9(4) COMP.
           05 WS-NPCL-CNCSN-CNT            PIC S9(4) COMP VALUE 0.
           05 WS-NPCL-ROUTE-CNT            PIC S9(4) COMP VALUE 0.
           05 WS-NPCL-SQLCODE              PIC S9(9) COMP.
           05 WS-NPCL-CNCSN-TBL OCCURS 50 TIMES.
              10 WS-NPCL-AMND-ID           PIC S9(18) COMP-3.
              10 WS-NPCL-ATTRB-ID          PIC X(08).
              10 WS-NPCL-PSTN-SQ           PIC S9(4) COMP.
              10 WS-NPCL-APRVL-LVL-NB      PIC S9(4) COMP.
              10 WS-NPCL-APRVL-RQRD-IN     PIC X(01).
              10 WS-NPCL-VALUE-TX          PIC X(150).
       01  WS-NPCL-IX                      PIC S9(4) COMP VALUE 0.
       01  WS-NPCL-IX-MAX                  PIC S9(4) COMP VALUE 0.
       01  WS-NPCL-CNT-ED                  PIC ZZZ9.
       01  WS-MAAP-PROGRAM                 PIC X(08) VALUE 'DPMXMAAP'.
      * PASS AREA MIRRORING DPMXMAAP'S LINKAGE, IN ORDER.
       01  WS-MAAP-OUTSQLCA                PIC X(179).
       01  WS-MAAP-ERROR-AREA              PIC X(80).
       01  WS-MAAP-RC                      PIC X(04).
       01  WS-MAAP-AMND-ID                 PIC S9(18) COMP-3.
       01  WS-MAAP-APRVL-ACTN-CD           PIC X(01).
       01  WS-MAAP-USER-ID                 PIC X(10).
       01  WS-MAAP-APRVL-STAT-CD           PIC X(01).
       01  WS-TXRV-PASS-AREA.
           05 WS-TXRV-TMPLT-ID             PIC S9(9) COMP.
           05 WS-TXRV-SOURCE-CD            PIC X(01).
           05 WS-TXRV-ERROR-CNT            PIC S9(4) COMP.
           05 WS-TXRV-SQLCODE              PIC S9(9) COMP.
           05 WS-TXRV-ERROR-TBL OCCURS 20 TIMES.
              10 WS-TXRV-ERR-RULE-ID       PIC X(8).
              10 WS-TXRV-ERR-REASON        PIC X(40).
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID              PIC X(10).
           05 WS-ALOG-ACTN-CD              PIC X(01).
              88 WS-AUTH-ALLOWED           VALUE 'Y'.
           05 WS-AUTH-DENY-RC              PIC X(04).
           05 WS-AUTH-SQLCODE              PIC S9(9) COMP.
       01  WS-MNTM-PROGRAM                 PIC X(08) VALUE 'DPMXMNTM'.
       01  WS-MNTM-PASS-AREA.
           05 WS-MNTM-USER-ID              PIC X(10).
           05 WS-MNTM-PRGM-ID              PIC X(08).
           05 WS-MNTM-FUNC-CD              PIC X(01).
           05 WS-MNTM-FROZEN-IN            PIC X(01).
              88 WS-MNTM-FROZEN            VALUE 'Y'.
           05 WS-MNTM-MSG-TX               PIC X(80).
           05 WS-MNTM-SQLCODE              PIC S9(9) COMP.
       01  WS-ELOG-SQLCODE                 PIC S9(7)  VALUE 0.
       01  WS-ELOG-RC                      PIC X(4)   VALUE SPACES.
       01  WS-ELOG-TEXT                    PIC X(80)  VALUE SPACES.
                                                     VALUE ZEROES.
       01  WS-LOCK-CHK-TMPLT-ID             PIC S9(9) COMP
                                                     VALUE ZEROES.
       01  WS-CTGRY-LOCK-CNT                PIC S9(9) COMP
                                                     VALUE ZEROES.
       01  WS-CTGRY-NULL-IND                PIC S9(4) COMP
                                                     VALUE ZEROES.
       01  WS-CTGRY-SCOPE-SW                PIC X(01) VALUE 'N'.
             88 CTGRY-SCOPED                    VALUE 'Y'.
             88 CTGRY-NOT-SCOPED                VALUE 'N'.
       01  WS-CTGRY-HELD-OTHER              PIC X(50) VALUE
           'Categories are locked by another user'.
       01  WS-CTGRY-OUTSIDE                 PIC X(50) VALUE
           'Changes outside the categories you hold:'.


      *****************************************************************
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
           END-IF

           PERFORM 1050-CHECK-AUTHORITY
           PERFORM 1055-CHECK-MAINT-MODE

           IF DISPLAY-ACTIVE
              DISPLAY "****************************"
              PERFORM 9990-GOBACK
           END-IF
           .
      *---------------------*
       1055-CHECK-MAINT-MODE.
      *---------------------*
      * WHILE THE REGION IS FROZEN FOR MAINTENANCE (DPMXMNTS) THE
      * UPDATE IS REFUSED WITH SP66 AND THE FREEZE'S USER MESSAGE,
      * UNLESS THE USER MAY WORK THROUGH IT (DPMXMNTM).

           MOVE '1055-CHECK-MAINT-MODE'     TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-MNTM-USER-ID
           MOVE WS-PROGRAM                  TO WS-MNTM-PRGM-ID
           MOVE WS-SAVE-IND                 TO WS-MNTM-FUNC-CD

           CALL WS-MNTM-PROGRAM USING WS-MNTM-PASS-AREA

           IF WS-MNTM-FROZEN
              MOVE WS-MNTM-MSG-TX           TO LS-SP-ERROR-AREA
              MOVE 'SP66'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------*
       2000-SAVE-TEMPLATE.
      *-------------------*

           EVALUATE TRUE
              WHEN SAVE-TMPLT
                PERFORM 2020-CHECK-CTGRY-LOCKS
                   THRU 2020-EXIT
                PERFORM 2005-EXPAND-CLAUSE-REFS
                PERFORM 2010-VALIDATE-TERM-VALUES
                PERFORM 2015-VALIDATE-CROSS-TERMS
                PERFORM 2017-CLASSIFY-PLAYBOOK
                PERFORM 2025-CHECK-TEMPLATE-TYPE
                IF LS-SP-RC = 'SP00'
                AND WS-NPCL-CNCSN-CNT > 0
                   PERFORM 2030-ROUTE-CONCESSIONS
                END-IF
              WHEN CHECK-TMPLT
                PERFORM 2020-CHECK-CTGRY-LOCKS
                   THRU 2020-EXIT
                PERFORM 2015-VALIDATE-CROSS-TERMS
                PERFORM 2017-CLASSIFY-PLAYBOOK
                PERFORM 2025-CHECK-TEMPLATE-TYPE
                IF LS-SP-RC = 'SP00'
                AND WS-NPCL-CNCSN-CNT > 0
                   PERFORM 2030-ROUTE-CONCESSIONS
                END-IF
              WHEN UNLOCK-TMPLT
                PERFORM 2020-CHECK-CTGRY-LOCKS
                   THRU 2020-EXIT
                PERFORM 2017-CLASSIFY-PLAYBOOK
                PERFORM 2025-CHECK-TEMPLATE-TYPE
                IF LS-SP-RC = 'SP00'
                AND WS-NPCL-CNCSN-CNT > 0
                   PERFORM 2030-ROUTE-CONCESSIONS
                END-IF
              WHEN DELETE-TMPLT
                PERFORM 2022-CHECK-OTHER-LOCKS
                PERFORM 2050-DELETE-WORK-VALUES
              WHEN OTHER
                MOVE  WS-INVALID-SAVE-IND  TO LS-SP-ERROR-AREA
              PERFORM 9990-GOBACK
           END-IF
           .
      *--------------------------*
       2015-VALIDATE-CROSS-TERMS.
      *--------------------------*
      * ONCE EVERY VALUE IS VALID ON ITS OWN, CHECK THE VDPM62
      * CROSS-TERM RULES (DPMXTXRV) AGAINST THE WORK TEMPLATE.  A
      * BROKEN RULE BLOCKS THE SAVE WITH SP58; THE FIRST BROKEN RULE
      * RIDES BACK IN THE ERROR AREA AND THE FULL LIST IS ON SYSOUT.

           MOVE '2015-VALIDATE-CROSS-TERMS' TO WS-PARAGRAPH-NAME

           MOVE WS-OLD-TEMPLATE-ID          TO WS-TXRV-TMPLT-ID
           MOVE 'W'                         TO WS-TXRV-SOURCE-CD

           CALL WS-TXRV-PROGRAM USING WS-TXRV-PASS-AREA

           IF WS-TXRV-SQLCODE NOT = 0
              MOVE WS-TXRV-SQLCODE          TO SQLCODE
              MOVE 'VDPM62_TERM_XRULE'      TO WS-TABLE-NAME
              PERFORM 9500-SQL-ERROR
           END-IF

           IF WS-TXRV-ERROR-CNT > 0
              MOVE SPACES                   TO LS-SP-ERROR-AREA
              STRING 'RULE ' WS-TXRV-ERR-RULE-ID(1)
                     ': ' WS-TXRV-ERR-REASON(1)
                     DELIMITED BY SIZE
                     INTO LS-SP-ERROR-AREA
              END-STRING
              MOVE 'SP58'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *--------------------------*
       2017-CLASSIFY-PLAYBOOK.
      *--------------------------*
      * PLACE EACH TYPED VALUE OF THE WORK TEMPLATE ON THE DEALER'S
      * NEGOTIATION PLAYBOOK (DPMXNPCL / VDPM86_NEG_PLYBK).  NOTHING
      * IS BLOCKED HERE - 2030 LOGS THE CONCESSIONS AND ROUTES THOSE
      * PAST THE NEGOTIATOR'S AUTHORITY ONCE THE SAVE HAS WORKED.

           MOVE '2017-CLASSIFY-PLAYBOOK'    TO WS-PARAGRAPH-NAME

           MOVE WS-OLD-TEMPLATE-ID          TO WS-NPCL-TMPLT-ID
           MOVE WS-CMPNY-CD                 TO WS-NPCL-DELR-CMPNY-ID
           MOVE WS-USER-ID                  TO WS-NPCL-USER-ID

           CALL WS-NPCL-PROGRAM USING WS-NPCL-PASS-AREA

           IF WS-NPCL-SQLCODE NOT = 0
              MOVE WS-NPCL-SQLCODE          TO SQLCODE
              MOVE 'VDPM86_NEG_PLYBK'       TO WS-TABLE-NAME
              PERFORM 9500-SQL-ERROR
           END-IF
           .
      *-------------------------*
       2020-CHECK-CTGRY-LOCKS.
      *-------------------------*
      * WHILE CATEGORIES OF THE TEMPLATE ARE LOCKED FOR PARALLEL
      * NEGOTIATION (VDPM10_CTGRY_LOCK), A USER MAY ONLY SAVE WORK IN
      * THE CATEGORIES THEY HOLD.  CTGRY-SCOPED IS SET AND THE SAVE
      * STATEMENTS (2110, 2111, 2220A/B, 2230B, 2250, 2310A/B) THEN
      * ONLY TOUCH AMENDMENTS IN THOSE CATEGORIES.  ANOTHER USER'S
      * UNSAVED WORK IN A CATEGORY THE CALLER DOES NOT HOLD - VDPM17
      * AMENDMENTS, OR VDPM19 'U' LINKS WITH NO MATCHING SAVED 'O'
      * LINK - BLOCKS THE SAVE WITH SP59 NAMING THE CATEGORY.  WITH
      * NO CATEGORY LOCKS IN FORCE THE SAVE IS UNCHANGED.

           MOVE '2020-CHECK-CTGRY-LOCKS'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CTGRY-LOCK-CNT
                  FROM VDPM10_CTGRY_LOCK
                 WHERE MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                   AND ROW_UPDT_TS >= (CURRENT TIMESTAMP -
                                       :WS-LOCK-TIMEOUT-MINS MINUTES)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM10_CTGRY_LOCK'      TO WS-TABLE-NAME
              PERFORM 9500-SQL-ERROR
           END-IF

           IF WS-CTGRY-LOCK-CNT = 0
              GO TO 2020-EXIT
           END-IF

           SET CTGRY-SCOPED                 TO TRUE

           EXEC SQL
                SELECT MIN(W.ATTRB_CTGRY_ID)
                  INTO :D10C-ATTRB-CTGRY-ID :WS-CTGRY-NULL-IND
                  FROM (SELECT ATTRB_CTGRY_ID
                          FROM VDPM17_AMND_WORK
                         WHERE MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                           AND ROW_UPDT_USER_ID <> :WS-USER-ID
                        UNION
                        SELECT A.ATTRB_CTGRY_ID
                          FROM VDPM19_LINK_WORK L
                              ,VDPM16_MCA_AMND  A
                         WHERE L.MCA_AMND_ID  = A.MCA_AMND_ID
                           AND A.MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                           AND L.MCA_ACCS_STAT_CD = 'U'
                           AND L.ROW_UPDT_USER_ID <> :WS-USER-ID
                           AND NOT EXISTS
                              (SELECT 1
                                 FROM VDPM19_LINK_WORK O
                                WHERE O.MCA_AMND_ID       =
                                                          L.MCA_AMND_ID
                                  AND O.MCA_VALUE_ID      =
                                                         L.MCA_VALUE_ID
                                  AND O.MCA_VALUE_TYPE_CD =
                                                    L.MCA_VALUE_TYPE_CD
                                  AND O.AMND_STAT_CD      =
                                                         L.AMND_STAT_CD
                                  AND O.MCA_ACCS_STAT_CD  = 'O')
                       ) AS W
                 WHERE W.ATTRB_CTGRY_ID NOT IN
                      (SELECT C.ATTRB_CTGRY_ID
                         FROM VDPM10_CTGRY_LOCK C
                        WHERE C.MCA_TMPLT_ID  = :WS-OLD-TEMPLATE-ID
                          AND C.CMPNY_ID      = :WS-CMPNY-CD
                          AND C.CMPNY_USER_ID = :WS-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM17_AMND_WORK'       TO WS-TABLE-NAME
              PERFORM 9500-SQL-ERROR
           END-IF

           IF WS-CTGRY-NULL-IND >= 0
              MOVE SPACES                   TO LS-SP-ERROR-AREA
              STRING WS-CTGRY-OUTSIDE       DELIMITED BY '  '
                     ' '                    DELIMITED BY SIZE
                     D10C-ATTRB-CTGRY-ID    DELIMITED BY SIZE
                     INTO LS-SP-ERROR-AREA
              END-STRING
              MOVE 'SP59'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
       2020-EXIT.
           EXIT.
      *-------------------------*
       2022-CHECK-OTHER-LOCKS.
      *-------------------------*
      * DELETING THE WORK COPY DISCARDS EVERY CATEGORY, SO IT IS
      * REFUSED WITH SP59 WHILE ANOTHER USER HOLDS A LIVE CATEGORY
      * LOCK ON THE TEMPLATE.

           MOVE '2022-CHECK-OTHER-LOCKS'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-ACTIVE
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CTGRY-LOCK-CNT
                  FROM VDPM10_CTGRY_LOCK
                 WHERE MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                   AND (CMPNY_ID      <> :WS-CMPNY-CD
                    OR  CMPNY_USER_ID <> :WS-USER-ID)
                   AND ROW_UPDT_TS >= (CURRENT TIMESTAMP -
                                       :WS-LOCK-TIMEOUT-MINS MINUTES)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM10_CTGRY_LOCK'      TO WS-TABLE-NAME
              PERFORM 9500-SQL-ERROR
           END-IF

           IF WS-CTGRY-LOCK-CNT > 0
              MOVE 'SP59'                   TO LS-SP-RC
              MOVE WS-CTGRY-HELD-OTHER      TO LS-SP-ERROR-AREA
              PERFORM 9990-GOBACK
           END-IF
           .
      *--------------------------*
       2030-ROUTE-CONCESSIONS.
      *--------------------------*
      * THE SAVE HAS WORKED.  EVERY PLAYBOOK CONCESSION IS LOGGED ON
      * VDPM86_NEG_CNCSN FOR THE CONCESSIONS REPORT (DPMXNPBK) AND
      * EACH ONE PAST THE NEGOTIATOR'S AUTHORITY IS SUBMITTED TO THE
      * DPMXMAAP APPROVAL WORKFLOW.  THE SAVE STILL ANSWERS SP00 BUT
      * THE ERROR AREA TELLS THE USER HOW MANY TERMS WENT FOR
      * APPROVAL.

           MOVE '2030-ROUTE-CONCESSIONS'    TO WS-PARAGRAPH-NAME

           IF WS-NPCL-CNCSN-CNT > 50
              MOVE 50                       TO WS-NPCL-IX-MAX
           ELSE
              MOVE WS-NPCL-CNCSN-CNT        TO WS-NPCL-IX-MAX
           END-IF

           PERFORM 2031-ROUTE-ONE-CONCESSION
              VARYING WS-NPCL-IX FROM 1 BY 1
                UNTIL WS-NPCL-IX > WS-NPCL-IX-MAX

           IF WS-NPCL-ROUTE-CNT > 0
              MOVE WS-NPCL-ROUTE-CNT        TO WS-NPCL-CNT-ED
              MOVE SPACES                   TO LS-SP-ERROR-AREA
              STRING 'Saved. ' WS-NPCL-CNT-ED
                     ' term(s) past your authority sent for approval'
                     DELIMITED BY SIZE
                     INTO LS-SP-ERROR-AREA
              END-STRING
           END-IF
           .
      *--------------------------*
       2031-ROUTE-ONE-CONCESSION.
      *--------------------------*
           MOVE '2031-ROUTE-ONE-CONCESSION' TO WS-PARAGRAPH-NAME

           MOVE WS-NPCL-AMND-ID(WS-NPCL-IX) TO D86C-MCA-AMND-ID
           MOVE WS-OLD-TEMPLATE-ID          TO D86C-MCA-TMPLT-ID
           MOVE WS-CMPNY-CD                 TO D86C-DELR-CMPNY-ID
           MOVE WS-NPCL-ATTRB-ID(WS-NPCL-IX)
                                            TO D86C-ATTRB-ID
           MOVE WS-USER-ID                  TO D86C-CMPNY-USER-ID
           MOVE WS-NPCL-PSTN-SQ(WS-NPCL-IX) TO D86C-PSTN-SQ
           MOVE WS-NPCL-APRVL-LVL-NB(WS-NPCL-IX)
                                            TO D86C-APRVL-LVL-NB
           MOVE WS-NPCL-APRVL-RQRD-IN(WS-NPCL-IX)
                                            TO D86C-APRVL-RQRD-IN
           MOVE WS-NPCL-VALUE-TX(WS-NPCL-IX)
                                            TO D86C-VALUE-TX

           EXEC SQL
                INSERT INTO VDPM86_NEG_CNCSN
                       (MCA_AMND_ID
                       ,MCA_TMPLT_ID
                       ,DELR_CMPNY_ID
                       ,ATTRB_ID
                       ,CMPNY_USER_ID
                       ,PSTN_SQ
                       ,APRVL_LVL_NB
                       ,APRVL_RQRD_IN
                       ,VALUE_TX
                       ,ROW_UPDT_TS)
                VALUES (:D86C-MCA-AMND-ID
                       ,:D86C-MCA-TMPLT-ID
                       ,:D86C-DELR-CMPNY-ID
                       ,:D86C-ATTRB-ID
                       ,:D86C-CMPNY-USER-ID
                       ,:D86C-PSTN-SQ
                       ,:D86C-APRVL-LVL-NB
                       ,:D86C-APRVL-RQRD-IN
                       ,:D86C-VALUE-TX
                       ,CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM86_NEG_CNCSN'       TO WS-TABLE-NAME
              PERFORM 9500-SQL-ERROR
           END-IF

           IF NOT D86C-ROUTED-FOR-APRVL
              GO TO 2031-EXIT
           END-IF

           MOVE SPACES                      TO WS-MAAP-OUTSQLCA
                                               WS-MAAP-ERROR-AREA
                                               WS-MAAP-RC
                                               WS-MAAP-APRVL-STAT-CD
           MOVE D86C-MCA-AMND-ID            TO WS-MAAP-AMND-ID
           MOVE 'S'                         TO WS-MAAP-APRVL-ACTN-CD
           MOVE WS-USER-ID                  TO WS-MAAP-USER-ID

           CALL WS-MAAP-PROGRAM USING WS-MAAP-OUTSQLCA,
                                      WS-MAAP-ERROR-AREA,
                                      WS-MAAP-RC,
                                      WS-MAAP-AMND-ID,
                                      WS-MAAP-APRVL-ACTN-CD,
                                      WS-MAAP-USER-ID,
                                      WS-MAAP-APRVL-STAT-CD

      *    SP01 - THE AMENDMENT IS ALREADY WAITING FOR APPROVAL.
           IF WS-MAAP-RC NOT = 'SP00'
            AND WS-MAAP-RC NOT = 'SP01'
              MOVE -1                       TO SQLCODE
              MOVE 'VDPM16_AMND_APRVL'      TO WS-TABLE-NAME
              PERFORM 9500-SQL-ERROR
           END-IF
           .
       2031-EXIT.
           EXIT.
      *-------------------------*
       2025-CHECK-TEMPLATE-TYPE.
      *-------------------------*
                                 ,ROW_UPDT_TS
                                 ,ROW_UPDT_USER_ID
                            FROM VDPM17_AMND_WORK
                           WHERE MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                             AND (:WS-CTGRY-SCOPE-SW = 'N'
                              OR  ATTRB_CTGRY_ID IN
                                  (SELECT C.ATTRB_CTGRY_ID
                                     FROM VDPM10_CTGRY_LOCK C
                                    WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                      AND C.CMPNY_ID      = :WS-CMPNY-CD
                                      AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))

           END-EXEC

                 WHERE DPM16.MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                   AND DPM16.MCA_AMND_ID  = DPM19.MCA_AMND_ID
                   AND DPM19.MCA_ACCS_STAT_CD = 'U'
                   AND (:WS-CTGRY-SCOPE-SW = 'N'
                    OR  DPM16.ATTRB_CTGRY_ID IN
                        (SELECT C.ATTRB_CTGRY_ID
                           FROM VDPM10_CTGRY_LOCK C
                          WHERE C.MCA_TMPLT_ID  = :WS-OLD-TEMPLATE-ID
                            AND C.CMPNY_ID      = :WS-CMPNY-CD
                            AND C.CMPNY_USER_ID = :WS-USER-ID))
                   FETCH FIRST ROW ONLY
           END-EXEC

                              ,VDPM19_LINK_WORK   DPM19
                         WHERE DPM16.MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                           AND DPM16.MCA_AMND_ID  = DPM19.MCA_AMND_ID
                           AND DPM19.MCA_ACCS_STAT_CD = 'U'
                           AND (:WS-CTGRY-SCOPE-SW = 'N'
                            OR  DPM16.ATTRB_CTGRY_ID IN
                                (SELECT C.ATTRB_CTGRY_ID
                                   FROM VDPM10_CTGRY_LOCK C
                                  WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                    AND C.CMPNY_ID      = :WS-CMPNY-CD
                                    AND C.CMPNY_USER_ID = :WS-USER-ID)))
           END-EXEC

           EVALUATE SQLCODE
                                 ,ROW_UPDT_TS
                                 ,ROW_UPDT_USER_ID
                            FROM VDPM17_AMND_WORK
                           WHERE MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                             AND (:WS-CTGRY-SCOPE-SW = 'N'
                              OR  ATTRB_CTGRY_ID IN
                                  (SELECT C.ATTRB_CTGRY_ID
                                     FROM VDPM10_CTGRY_LOCK C
                                    WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                      AND C.CMPNY_ID      = :WS-CMPNY-CD
                                      AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))

           END-EXEC

                           WHERE DPM16.MCA_TMPLT_ID =
                                                     :WS-OLD-TEMPLATE-ID
                             AND DPM16.MCA_AMND_ID = DPM19.MCA_AMND_ID
                             AND DPM19.MCA_ACCS_STAT_CD = 'U'
                             AND (:WS-CTGRY-SCOPE-SW = 'N'
                              OR  DPM16.ATTRB_CTGRY_ID IN
                                  (SELECT C.ATTRB_CTGRY_ID
                                     FROM VDPM10_CTGRY_LOCK C
                                    WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                      AND C.CMPNY_ID      = :WS-CMPNY-CD
                                      AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))
           END-EXEC

           EVALUATE SQLCODE
                    WHERE DPM19.MCA_AMND_ID  = DPM16.MCA_AMND_ID
                      AND DPM19.MCA_ACCS_STAT_CD = 'U'
                      AND DPM16.MCA_TMPLT_ID = :WS-OLD-TEMPLATE-ID
                      AND (:WS-CTGRY-SCOPE-SW = 'N'
                       OR  DPM16.ATTRB_CTGRY_ID IN
                           (SELECT C.ATTRB_CTGRY_ID
                              FROM VDPM10_CTGRY_LOCK C
                             WHERE C.MCA_TMPLT_ID  = :WS-OLD-TEMPLATE-ID
                               AND C.CMPNY_ID      = :WS-CMPNY-CD
                               AND C.CMPNY_USER_ID = :WS-USER-ID))
                  WITH UR
           END-EXEC

                                                    :WS-OLD-TEMPLATE-ID
                                  AND DPM16.MCA_AMND_ID  =
                                                    DPM19.MCA_AMND_ID
                                  AND DPM19.MCA_ACCS_STAT_CD = 'U'
                                  AND (:WS-CTGRY-SCOPE-SW = 'N'
                                   OR  DPM16.ATTRB_CTGRY_ID IN
                                       (SELECT C.ATTRB_CTGRY_ID
                                          FROM VDPM10_CTGRY_LOCK C
                                         WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                           AND C.CMPNY_ID      =
                                                            :WS-CMPNY-CD
                                           AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))
                   AND DPM19A.MCA_ACCS_STAT_CD = 'U'
           END-EXEC

                                                   :WS-OLD-TEMPLATE-ID  ID
                                     AND DPM17.MCA_AMND_ID  =
                                                    DPM19.MCA_AMND_ID
                                     AND DPM19.MCA_ACCS_STAT_CD = 'U'
                                     AND (:WS-CTGRY-SCOPE-SW = 'N'
                                      OR  DPM17.ATTRB_CTGRY_ID IN
                                          (SELECT C.ATTRB_CTGRY_ID
                                             FROM VDPM10_CTGRY_LOCK C
                                            WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                              AND C.CMPNY_ID      =
                                                            :WS-CMPNY-CD
                                              AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))
              END-EXEC

              EVALUATE SQLCODE
                                                    :WS-OLD-TEMPLATE-ID
                                  AND DPM16.MCA_AMND_ID  =
                                                    DPM19.MCA_AMND_ID
                                  AND DPM19.MCA_ACCS_STAT_CD = 'O'
                                  AND (:WS-CTGRY-SCOPE-SW = 'N'
                                   OR  DPM16.ATTRB_CTGRY_ID IN
                                       (SELECT C.ATTRB_CTGRY_ID
                                          FROM VDPM10_CTGRY_LOCK C
                                         WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                           AND C.CMPNY_ID      =
                                                            :WS-CMPNY-CD
                                           AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))
           END-EXEC

           EVALUATE SQLCODE
           EXEC SQL
                DELETE FROM VDPM17_AMND_WORK
                 WHERE MCA_TMPLT_ID  = :WS-OLD-TEMPLATE-ID
                   AND (:WS-CTGRY-SCOPE-SW = 'N'
                    OR  ATTRB_CTGRY_ID IN
                        (SELECT C.ATTRB_CTGRY_ID
                           FROM VDPM10_CTGRY_LOCK C
                          WHERE C.MCA_TMPLT_ID  = :WS-OLD-TEMPLATE-ID
                            AND C.CMPNY_ID      = :WS-CMPNY-CD
                            AND C.CMPNY_USER_ID = :WS-USER-ID))
           END-EXEC

           EVALUATE SQLCODE
      *----------------------*
       2250C-DELETE-TEMPLATE.
      *----------------------*
      * WHILE CATEGORY LOCKS ARE IN FORCE THE WORK TEMPLATE IS KEPT
      * AS LONG AS ANOTHER CATEGORY STILL HAS WORK IN THE WORK TABLES.

           MOVE '2250C-DELETE-TEMPLATE'     TO WS-PARAGRAPH-NAME

           EXEC SQL
                DELETE FROM VDPM15_TMPLT_WORK
                 WHERE MCA_TMPLT_ID  = :WS-OLD-TEMPLATE-ID
                   AND (:WS-CTGRY-SCOPE-SW = 'N'
                    OR  (NOT EXISTS
                           (SELECT 1
                              FROM VDPM17_AMND_WORK  DPM17
                             WHERE DPM17.MCA_TMPLT_ID =
                                                    :WS-OLD-TEMPLATE-ID)
                    AND  NOT EXISTS
                           (SELECT 1
                              FROM VDPM16_MCA_AMND   DPM16
                                  ,VDPM19_LINK_WORK  DPM19
                             WHERE DPM16.MCA_TMPLT_ID =
                                                    :WS-OLD-TEMPLATE-ID
                               AND DPM16.MCA_AMND_ID  =
                                                      DPM19.MCA_AMND_ID
                               AND DPM19.MCA_ACCS_STAT_CD = 'U')))
           END-EXEC

           EVALUATE SQLCODE
                                                     :WS-OLD-TEMPLATE-ID
                                  AND DPM16.MCA_AMND_ID    =
                                                      DPM19.MCA_AMND_ID
                                  AND DPM19.MCA_ACCS_STAT_CD = 'O'
                                  AND (:WS-CTGRY-SCOPE-SW = 'N'
                                   OR  DPM16.ATTRB_CTGRY_ID IN
                                       (SELECT C.ATTRB_CTGRY_ID
                                          FROM VDPM10_CTGRY_LOCK C
                                         WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                           AND C.CMPNY_ID      =
                                                            :WS-CMPNY-CD
                                           AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))
                   AND DPM19A.MCA_ACCS_STAT_CD = 'O'

           END-EXEC
                           WHERE DPM16.MCA_TMPLT_ID =                   D
                                                    :WS-OLD-TEMPLATE-ID D
                             AND DPM16.MCA_AMND_ID  = DPM19.MCA_AMND_ID
                             AND DPM19.MCA_ACCS_STAT_CD = 'U'
                             AND (:WS-CTGRY-SCOPE-SW = 'N'
                              OR  DPM16.ATTRB_CTGRY_ID IN
                                  (SELECT C.ATTRB_CTGRY_ID
                                     FROM VDPM10_CTGRY_LOCK C
                                    WHERE C.MCA_TMPLT_ID  =
                                                     :WS-OLD-TEMPLATE-ID
                                      AND C.CMPNY_ID      = :WS-CMPNY-CD
                                      AND C.CMPNY_USER_ID =
                                                          :WS-USER-ID)))
           END-EXEC

           EVALUATE SQLCODE
                 PERFORM 9500-SQL-ERROR
           END-EVALUATE

           PERFORM 9210-RELEASE-CTGRY-LOCKS
           .
      *--------------------------*
       9210-RELEASE-CTGRY-LOCKS.
      *--------------------------*
      * A COMPLETED SAVE ALSO GIVES BACK ANY CATEGORY LOCKS THE USER
      * HELD ON THE TEMPLATE.  HOLDING NONE IS NOT AN ERROR.

           MOVE '9210-RELEASE-CTGRY-LOCKS'  TO WS-PARAGRAPH-NAME

           INITIALIZE WS-LOCK-AREA

           MOVE WS-OLD-TEMPLATE-ID          TO WS-LOCK-TEMPLATE-ID
           MOVE 'R'                         TO WS-LOCK-ACTION-IND
           MOVE WS-CMPNY-CD                 TO WS-LOCK-CMPNY-ID
           MOVE WS-USER-ID                  TO WS-LOCK-IN-USER-ID
           MOVE SPACES                      TO WS-LOCK-CMPNY-CD

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

           MOVE WS-LOCK-OUT-SQLCODE         TO SQLCODE

           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'LOCK PROGRAM'        TO WS-TABLE-NAME
                 PERFORM 9500-SQL-ERROR
           END-EVALUATE
           .
      *-----------------------*
       9300-LOCK-NEW-TEMPLATE.
              WHEN 0                                                    00052092
                  CONTINUE
              WHEN OTHER                                                00052092
                  MOVE 'D0006'    TO WS-TABLE-NAME                      0176000
                  PERFORM 9500-SQL-ERROR                                 0181000
           END-EVALUATE                                                 00052102
           .                                                            00051700
              WHEN 100                                                  00052092
                  SET NO-AMND-PENDING        TO TRUE
              WHEN OTHER                                                00052092
                  MOVE 'VDPM19_LINK_WORK'    TO WS-TABLE-NAME           0176000
                  PERFORM 9500-SQL-ERROR                                 0181000
           END-EVALUATE                                                 00052102
           .
              WHEN 100                                                  00052092
                  CONTINUE
              WHEN OTHER                                                00052092
                  MOVE 'VDTM54_DEBUG_CNTRL'  TO WS-TABLE-NAME           0176000
                  PERFORM 9500-SQL-ERROR                                 0181000
           END-EVALUATE                                                 00052102
           .
