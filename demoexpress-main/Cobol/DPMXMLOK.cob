      *                                                                *
      * This common batch  procedure is used  lock / unlock / view     *
      * locking information of a template for a particular user        *
      * ACTIONS 'C' / 'R' LOCK AND RELEASE A SINGLE CATEGORY           *
      * (ATTRB_CTGRY_ID, PASSED IN LS-LCK-CMPNY-CD) INSTEAD OF THE     *
      * WHOLE TEMPLATE.                                                *
      *                                                                *
      ******************************************************************
      *                                                                *
      * D0006    - MCA TEMPLATE TABLE                       *
      * D0003   - MCA ORG USER TABLE                       *
      * VDPM10_MCA_LOCK     - MCA LOCK TABLE                           *
      * VDPM10_CTGRY_LOCK   - MCA CATEGORY LOCK TABLE                  *
      * VDTM54_DEBUG_CNTRL  - DEBUG CONTROL TABLE                      *
      *                                                                *
      *----------------------------------------------------------------*
      * DPM1401                                                        *
      * DPM0301                                                        *
      * DPM1001                                                        *
      * DPM1003                                                        *
      * DTM5401                                                        *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                             VDPM26 ROW FOR THE DPMXLCAN        *
      *                             CONTENTION ANALYTICS.              *
      *                                                                *
      * 10/15/2026        007       COGNIZANT                          *
      *                             3420-ALERT-WAITER RAISES A TYPED   *
      *                             ALERT (LOCKGRNT); THE WORDING      *
      *                             LIVES IN THE VDPM66_ALRT_MSG_TMPLT *
      *                             CATALOG.                           *
      *                                                                *
      * 10/15/2026        008       COGNIZANT                          *
      *                             CATEGORY-LEVEL LOCKING: ACTION 'C' *
      *                             LOCKS ONE CATEGORY (LS-LCK-CMPNY-  *
      *                             CD CARRIES THE ATTRB_CTGRY_ID) ON  *
      *                             VDPM10_CTGRY_LOCK AND 'R' RELEASES *
      *                             ONE OR ALL OF THE CALLER'S         *
      *                             CATEGORIES.  A WHOLE-TEMPLATE LOCK *
      *                             AND OTHER USERS' CATEGORY LOCKS    *
      *                             ARE MUTUALLY EXCLUSIVE (3130).     *
      *                                                                *
      * 10/15/2026        009       COGNIZANT                          *
      *                             2350-CHECK-MAINT-MODE REFUSES      *
      *                             ACQUIRE/RELEASE WITH SP66 AND THE  *
      *                             FREEZE MESSAGE WHILE THE REGION IS *
      *                             FROZEN FOR MAINTENANCE (DPMXMNTM); *
      *                             THE VIEW STILL WORKS.              *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
              88 WS-AUTH-ALLOWED            VALUE 'Y'.
           05 WS-AUTH-DENY-RC               PIC X(04).
           05 WS-AUTH-SQLCODE               PIC S9(9) COMP.
       01  WS-MNTM-PROGRAM                  PIC X(08) VALUE 'DPMXMNTM'.
       01  WS-MNTM-PASS-AREA.
           05 WS-MNTM-USER-ID               PIC X(10).
           05 WS-MNTM-PRGM-ID               PIC X(08).
           05 WS-MNTM-FUNC-CD               PIC X(01).
           05 WS-MNTM-FROZEN-IN             PIC X(01).
              88 WS-MNTM-FROZEN             VALUE 'Y'.
           05 WS-MNTM-MSG-TX                PIC X(80).
           05 WS-MNTM-SQLCODE               PIC S9(9) COMP.
       01  WS-TIMESTAMP                     PIC X(26) VALUE SPACES.
       01  WS-TS                            PIC X(26).
       01  WS-USER-ID                       PIC X(10).
                88  WS-VIEW                VALUE 'V'.
                88  WS-WAIT                VALUE 'W'.
                88  WS-TRANSFER            VALUE 'T'.
                88  WS-CTGRY-LOCK          VALUE 'C'.
                88  WS-CTGRY-RELEASE       VALUE 'R'.
       01  WS-DISPLAY-SWITCH               PIC X(01) VALUE 'N'.
           88 DISPLAY-PARAMETERS                     VALUE 'Y'.
           88 HIDE-PARAMETERS                        VALUE 'N'.
       01  WS-GRANTED-TO-WAITER             PIC X(50) VALUE
           'Lock granted to the first waiting user'.
      *
      **CATEGORY-LEVEL LOCKING - ACTIONS 'C' AND 'R' CARRY THE
      **ATTRB_CTGRY_ID IN LS-LCK-CMPNY-CD
       01  WS-CTGRY-ID                      PIC X(08) VALUE SPACES.
       01  WS-CTGRY-LOCK-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-NO-CTGRY-ID                   PIC X(50) VALUE
           'Category ID is required to lock a category'.
       01  WS-DUP-CTGRY-LCK                 PIC X(50) VALUE
           'Category already locked by another User'.
       01  WS-HOLD-WHOLE-TMPLT              PIC X(50) VALUE
           'You already hold the whole template'.
       01  WS-CTGRYS-LOCKED                 PIC X(50) VALUE
           'Categories are locked by other users'.
       01  WS-CTGRY-NOT-HELD                PIC X(50) VALUE
           'Category is not currently locked by you'.
      *
      **PASS AREA FOR DPMXAALR - WAITER NOTIFICATION
       01  WS-AALR-OUTSQLCA                 PIC X(179).
       01  WS-AALR-SP-ERROR-AREA            PIC X(80).
           49 WS-AALR-ALERT-MSG-LEN         PIC S9(4) USAGE COMP.
           49 WS-AALR-ALERT-MSG-DT          PIC X(32000).
       01  WS-AALR-USER-ID                  PIC X(10).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08) VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08) VALUE SPACES.
           05 WS-AV-VAR-CNT                 PIC 9(02) VALUE 0.
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
       01  WS-ALERT-MSG-WORK                PIC X(120) VALUE SPACES.
       01  WS-TMPLT-ID-EDIT                 PIC 9(09)  VALUE ZEROES.
      *
           EXEC SQL
              INCLUDE DPM1002
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1003
           END-EXEC
      * INCLUDE FOR VDTM54_DEBUG_CNTRL                                  00024910
           EXEC SQL                                                     00024920
                INCLUDE DTM5401                                         00024930
           MOVE FUNCTION UPPER-CASE(LS-ACTION-IND)
                                            TO LS-ACTION-IND
           MOVE LS-ACTION-IND               TO WS-ACTION-SW
           IF WS-CTGRY-LOCK OR WS-CTGRY-RELEASE
              MOVE FUNCTION UPPER-CASE(LS-LCK-CMPNY-CD)
                                            TO WS-CTGRY-ID
           END-IF

           EXEC SQL                                                     00051800
                SELECT ACTVT_DSPLY_IN                                   00051900

           IF  WS-CMPNY-ID <= SPACES
           AND WS-USER-ID <= SPACES
           AND (WS-LOCK OR WS-WAIT OR WS-CTGRY-LOCK)
              MOVE 'SP50'                   TO LS-RC
              MOVE WS-SPC-ID                TO LS-ERROR-AREA
              PERFORM 9990-GOBACK
              WHEN WS-VIEW
              WHEN WS-WAIT
              WHEN WS-TRANSFER
              WHEN WS-CTGRY-RELEASE
                 CONTINUE
              WHEN WS-CTGRY-LOCK
                 IF WS-CTGRY-ID = SPACES
                    MOVE WS-NO-CTGRY-ID     TO LS-ERROR-AREA
                    MOVE 'SP50'             TO LS-RC
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 MOVE WS-INVLD-IND          TO LS-ERROR-AREA
                 MOVE 'SP50'                TO LS-RC

           IF NOT WS-VIEW
              PERFORM 2300-CHECK-AUTHORITY
              PERFORM 2350-CHECK-MAINT-MODE
           END-IF
           .

           END-IF
           .

      *------------------------*
       2350-CHECK-MAINT-MODE.
      *------------------------*
      * WHILE THE REGION IS FROZEN FOR MAINTENANCE (DPMXMNTS) THE
      * UPDATE IS REFUSED WITH SP66 AND THE FREEZE'S USER MESSAGE,
      * UNLESS THE USER MAY WORK THROUGH IT (DPMXMNTM).

           MOVE '2350-CHECK-MAINT-MODE'     TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-MNTM-USER-ID
           MOVE WS-PROGRAM                  TO WS-MNTM-PRGM-ID
           MOVE WS-ACTION-SW                TO WS-MNTM-FUNC-CD

           CALL WS-MNTM-PROGRAM USING WS-MNTM-PASS-AREA

           IF WS-MNTM-FROZEN
              MOVE WS-MNTM-MSG-TX           TO LS-ERROR-AREA
              MOVE 'SP66'                   TO LS-RC
              PERFORM 9990-GOBACK
           END-IF
           .

      *------------------------*
       3000-LOCK-PROCESS.
      *------------------------*
                 PERFORM 3700-REGISTER-WAITER
              WHEN WS-TRANSFER
                 PERFORM 3600-TRANSFER-LOCK
              WHEN WS-CTGRY-LOCK
                 PERFORM 3500-LOCK-CATEGORY
              WHEN WS-CTGRY-RELEASE
                 PERFORM 3550-RELEASE-CATEGORY
           END-EVALUATE
           .


           MOVE '3100-LOCK'                 TO WS-PARAGRAPH-NAME

           PERFORM 3130-CHECK-CTGRY-LOCKS
           MOVE '3100-LOCK'                 TO WS-PARAGRAPH-NAME

           EXEC SQL
              INSERT INTO VDPM10_MCA_LOCK
              ( MCA_TMPLT_ID,
           END-EVALUATE
           .

      *------------------------*
       3130-CHECK-CTGRY-LOCKS.
      *------------------------*
      * A WHOLE-TEMPLATE LOCK CANNOT BE TAKEN WHILE OTHER USERS HOLD
      * CATEGORIES OF THE TEMPLATE.  EXPIRED CATEGORY LOCKS ARE
      * CLEARED FIRST; THE CALLER'S OWN CATEGORY LOCKS FOLD INTO THE
      * WHOLE-TEMPLATE LOCK.

           MOVE '3130-CHECK-CTGRY-LOCKS'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              DELETE FROM VDPM10_CTGRY_LOCK
               WHERE MCA_TMPLT_ID = :WS-TEMPLATE-ID
                 AND ROW_UPDT_TS  < (CURRENT TIMESTAMP -
                                     :WS-LOCK-TIMEOUT-MINS MINUTES)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-USER-ID            TO  WS-ALOG-USER-ID
                 MOVE 'U'                   TO  WS-ALOG-ACTN-CD
                 MOVE 'CATEGORY LOCKS EXPIRED - CLEARED'
                                            TO  WS-ALOG-DTL-TX
                 PERFORM 3800-WRITE-ACTN-LOG
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CTGRY-LOCK-CNT
                FROM  VDPM10_CTGRY_LOCK
               WHERE  MCA_TMPLT_ID = :WS-TEMPLATE-ID
                 AND  NOT (CMPNY_ID      = :WS-CMPNY-ID
                      AND  CMPNY_USER_ID = :WS-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM10_CTGRY_LOCK'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
              PERFORM 9990-GOBACK
           END-IF

           IF WS-CTGRY-LOCK-CNT > 0
              MOVE 'SP01'                   TO LS-RC
              MOVE WS-CTGRYS-LOCKED         TO LS-ERROR-AREA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              DELETE FROM VDPM10_CTGRY_LOCK
               WHERE MCA_TMPLT_ID  = :WS-TEMPLATE-ID
                 AND CMPNY_USER_ID = :WS-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .

      *------------------------*
       3200-UNLOCK.
      *------------------------*
                                              WS-AALR-SP-ERROR-AREA
           MOVE 'SP00'                     TO WS-AALR-SP-RC
           MOVE 0                          TO WS-AALR-ALERT-ID
           MOVE SPACES                     TO WS-AALR-ALERT-SUB
           MOVE D10W-CMPNY-USER-ID         TO WS-AALR-USER-ID

      * SUBJECT AND WORDING COME FROM THE LOCKGRNT CATALOG ENTRY.
           MOVE WS-TEMPLATE-ID             TO WS-TMPLT-ID-EDIT
           MOVE 'LOCKGRNT'                 TO WS-AV-TYPE-CD
           MOVE 1                          TO WS-AV-VAR-CNT
           MOVE 'TMPLT_ID'                 TO WS-AV-VAR-NM(1)
           MOVE WS-TMPLT-ID-EDIT           TO WS-AV-VAR-VALUE(1)
           MOVE WS-ALRT-VARS               TO WS-AALR-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS     TO WS-AALR-ALERT-MSG-LEN

           CALL 'DPMXAALR' USING WS-AALR-OUTSQLCA,
                                 WS-AALR-SP-ERROR-AREA,
                      WS-AALR-SP-ERROR-AREA
           END-IF
           .
      *------------------------*
       3500-LOCK-CATEGORY.
      *------------------------*
      * ACTION 'C' - LOCK ONE CATEGORY (WS-CTGRY-ID) SO SEVERAL USERS
      * CAN NEGOTIATE DIFFERENT CATEGORIES OF ONE TEMPLATE AT ONCE.
      * A CATEGORY CANNOT BE LOCKED WHILE ANOTHER USER HOLDS THE
      * WHOLE TEMPLATE; AN EXPIRED WHOLE-TEMPLATE OR CATEGORY LOCK IS
      * CLEARED THE SAME WAY 3110 CLEARS ONE.  ON A REFUSAL THE
      * HOLDER COMES BACK IN LS-LCK-USER-ID.

           MOVE '3500-LOCK-CATEGORY'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_ID
                    ,CMPNY_USER_ID
                    ,ROW_UPDT_TS
                INTO :D010-CMPNY-ID
                    ,:D010-CMPNY-USER-ID
                    ,:D010-ROW-UPDT-TS
                FROM  VDPM10_MCA_LOCK
               WHERE  MCA_TMPLT_ID = :WS-TEMPLATE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF D010-CMPNY-ID      = WS-CMPNY-ID AND
                    D010-CMPNY-USER-ID = WS-USER-ID
                    MOVE 'SP02'             TO  LS-RC
                    MOVE WS-HOLD-WHOLE-TMPLT
                                            TO  LS-ERROR-AREA
                    PERFORM 9990-GOBACK
                 END-IF
                 PERFORM 3115-CHECK-LOCK-EXPIRED
                 IF LOCK-EXPIRED
                    PERFORM 3116-DLET-EXPIRED-LOCK
                    PERFORM 3400-GRANT-TO-WAITER
                       THRU 3400-EXIT
                    IF WAITER-GRANTED
                       MOVE 'SP01'          TO  LS-RC
                       MOVE WS-GRANTED-TO-WAITER
                                            TO  LS-ERROR-AREA
                       PERFORM 9990-GOBACK
                    END-IF
                 ELSE
                    MOVE 'SP01'             TO  LS-RC
                    MOVE WS-DUP-LCK         TO  LS-ERROR-AREA
                    MOVE D010-CMPNY-USER-ID TO  LS-LCK-USER-ID
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM10_MCA_LOCK'     TO  WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE

           MOVE '3500-LOCK-CATEGORY'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_ID
                    ,CMPNY_USER_ID
                    ,ROW_UPDT_TS
                INTO :D10C-CMPNY-ID
                    ,:D10C-CMPNY-USER-ID
                    ,:D10C-ROW-UPDT-TS
                FROM  VDPM10_CTGRY_LOCK
               WHERE  MCA_TMPLT_ID   = :WS-TEMPLATE-ID
                 AND  ATTRB_CTGRY_ID = :WS-CTGRY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF D10C-CMPNY-ID      = WS-CMPNY-ID AND
                    D10C-CMPNY-USER-ID = WS-USER-ID
                    PERFORM 3520-REFRESH-CTGRY-LOCK
                 ELSE
                    MOVE D10C-ROW-UPDT-TS   TO  D010-ROW-UPDT-TS
                    PERFORM 3115-CHECK-LOCK-EXPIRED
                    IF LOCK-EXPIRED
                       PERFORM 3530-DLET-EXPIRED-CTGRY
                       PERFORM 3510-INSERT-CTGRY-LOCK
                    ELSE
                       MOVE 'SP01'          TO  LS-RC
                       MOVE WS-DUP-CTGRY-LCK
                                            TO  LS-ERROR-AREA
                       MOVE D10C-CMPNY-USER-ID
                                            TO  LS-LCK-USER-ID
                       PERFORM 9990-GOBACK
                    END-IF
                 END-IF
              WHEN 100
                 PERFORM 3510-INSERT-CTGRY-LOCK
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'   TO  WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .
      *------------------------*
       3510-INSERT-CTGRY-LOCK.
      *------------------------*
           MOVE '3510-INSERT-CTGRY-LOCK'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              INSERT INTO VDPM10_CTGRY_LOCK
                     (MCA_TMPLT_ID
                     ,ATTRB_CTGRY_ID
                     ,CMPNY_ID
                     ,CMPNY_USER_ID
                     ,ROW_UPDT_TS)
              VALUES (:WS-TEMPLATE-ID
                     ,:WS-CTGRY-ID
                     ,:WS-CMPNY-ID
                     ,:WS-USER-ID
                     ,CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLCODE              TO  LS-OUT-SQLCODE
                 MOVE WS-USER-ID           TO  WS-ALOG-USER-ID
                 MOVE 'L'                  TO  WS-ALOG-ACTN-CD
                 MOVE SPACES               TO  WS-ALOG-DTL-TX
                 STRING 'CATEGORY LOCK GRANTED: ' WS-CTGRY-ID
                        DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
                 END-STRING
                 PERFORM 3800-WRITE-ACTN-LOG
              WHEN -803
      *          ANOTHER USER TOOK THE CATEGORY BETWEEN THE CHECK AND
      *          THE INSERT.
                 INITIALIZE SQLCODE
                 MOVE 'SP01'               TO  LS-RC
                 MOVE WS-DUP-CTGRY-LCK     TO  LS-ERROR-AREA
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'  TO  WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .
      *------------------------*
       3520-REFRESH-CTGRY-LOCK.
      *------------------------*
      * RE-LOCKING A CATEGORY THE CALLER ALREADY HOLDS RESTARTS ITS
      * EXPIRY CLOCK.

           MOVE '3520-REFRESH-CTGRY-LOCK'  TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM10_CTGRY_LOCK
                 SET ROW_UPDT_TS    = CURRENT TIMESTAMP
               WHERE MCA_TMPLT_ID   = :WS-TEMPLATE-ID
                 AND ATTRB_CTGRY_ID = :WS-CTGRY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLCODE              TO  LS-OUT-SQLCODE
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'  TO  WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .
      *------------------------*
       3530-DLET-EXPIRED-CTGRY.
      *------------------------*
           MOVE '3530-DLET-EXPIRED-CTGRY'  TO WS-PARAGRAPH-NAME

           EXEC SQL
              DELETE FROM VDPM10_CTGRY_LOCK
               WHERE MCA_TMPLT_ID   = :WS-TEMPLATE-ID
                 AND ATTRB_CTGRY_ID = :WS-CTGRY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-USER-ID            TO  WS-ALOG-USER-ID
                 MOVE 'U'                   TO  WS-ALOG-ACTN-CD
                 MOVE SPACES                TO  WS-ALOG-DTL-TX
                 STRING 'CATEGORY LOCK EXPIRED - CLEARED: '
                        WS-CTGRY-ID
                        DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
                 END-STRING
                 PERFORM 3800-WRITE-ACTN-LOG
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .
      *------------------------*
       3550-RELEASE-CATEGORY.
      *------------------------*
      * ACTION 'R' - RELEASE THE CALLER'S LOCK ON ONE CATEGORY, OR ON
      * EVERY CATEGORY THEY HOLD ON THE TEMPLATE WHEN NO CATEGORY ID
      * IS GIVEN (THE SAVE-AND-UNLOCK PATH IN DPMXMSAV).

           MOVE '3550-RELEASE-CATEGORY'    TO WS-PARAGRAPH-NAME

           IF WS-CTGRY-ID = SPACES
              EXEC SQL
                 DELETE FROM VDPM10_CTGRY_LOCK
                  WHERE MCA_TMPLT_ID  = :WS-TEMPLATE-ID
                    AND CMPNY_USER_ID = :WS-USER-ID
              END-EXEC
           ELSE
              EXEC SQL
                 DELETE FROM VDPM10_CTGRY_LOCK
                  WHERE MCA_TMPLT_ID   = :WS-TEMPLATE-ID
                    AND ATTRB_CTGRY_ID = :WS-CTGRY-ID
                    AND CMPNY_USER_ID  = :WS-USER-ID
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLCODE              TO  LS-OUT-SQLCODE
                 MOVE WS-USER-ID           TO  WS-ALOG-USER-ID
                 MOVE 'U'                  TO  WS-ALOG-ACTN-CD
                 MOVE SPACES               TO  WS-ALOG-DTL-TX
                 IF WS-CTGRY-ID = SPACES
                    MOVE 'ALL CATEGORY LOCKS RELEASED'
                                           TO  WS-ALOG-DTL-TX
                 ELSE
                    STRING 'CATEGORY LOCK RELEASED: ' WS-CTGRY-ID
                           DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
                    END-STRING
                 END-IF
                 PERFORM 3800-WRITE-ACTN-LOG
              WHEN 100
                 MOVE SQLCODE              TO  LS-OUT-SQLCODE
                 MOVE 'SP02'               TO  LS-RC
                 MOVE WS-CTGRY-NOT-HELD    TO  LS-ERROR-AREA
              WHEN OTHER
                 MOVE 'VDPM10_CTGRY_LOCK'  TO  WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .
      *------------------------*
       3600-TRANSFER-LOCK.
      *------------------------*
