      * DTM5401               - DEBUG CONTROL TABLE                    *
      *----------------------------------------------------------------*
      *                                                                *
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXTCNF - LIVE TEMPLATE CONFLICT CHECK ON PUBLISH             *
      *----------------------------------------------------------------*
      *                                                                *
      * COPYBOOK:                                                      *
      * ---------                                                      *
      *                                                                *
      *                             VDPM26_USER_ACTN_LOG (DPMXALOG)    *
      *                             IN THE SAME UNIT OF WORK.          *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             2030-CHECK-LIVE-CONFLICT REFUSES   *
      *                             TO PUBLISH ('P') AN ISDA TEMPLATE  *
      *                             WITH SP04 WHILE ANOTHER PUBLISHED  *
      *                             ONE (DPMXTCNF) COVERS THE SAME     *
      *                             DEALER, CLIENT, PRODUCT, SUB-      *
      *                             PRODUCT AND REGION. THE EARLIER    *
      *                             ONE MUST FIRST BE SUPERSEDED       *
      *                             THROUGH DPMXSPRS.                  *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             2017-CHECK-MAINT-MODE REFUSES THE  *
      *                             PUBLISH WITH SP66 AND THE FREEZE   *
      *                             MESSAGE WHILE THE REGION IS FROZEN *
      *                             FOR MAINTENANCE (DPMXMNTM); USERS  *
      *                             PERMITTED DPMXAUTH 'M' MAY WORK    *
      *                             THROUGH IT.                        *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           'Invalid Test/Prod indicator passed'.
       01  WS-NOT-AUTHORIZED                PIC X(50) VALUE
           'User not authorized to publish - reason '.
       01  WS-LIVE-CONFLICT                 PIC X(50) VALUE
           'Combination already published on template '.
       01  WS-CNFL-TMPLT-ED                 PIC 9(09).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-AUTH-PROGRAM                  PIC X(08) VALUE 'DPMXAUTH'.
       01  WS-TCNF-PROGRAM                  PIC X(08) VALUE 'DPMXTCNF'.
       01  WS-TCNF-PASS-AREA.
           05 WS-TCNF-TMPLT-ID              PIC S9(9) COMP.
           05 WS-TCNF-CLASS-CD              PIC X(01).
           05 WS-TCNF-CNFL-CNT              PIC S9(4) COMP.
           05 WS-TCNF-CNFL-TMPLT-ID         PIC S9(9) COMP.
           05 WS-TCNF-PRED-TMPLT-ID         PIC S9(9) COMP.
           05 WS-TCNF-SQLCODE               PIC S9(9) COMP.
       01  WS-ALOG-PROGRAM                  PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID               PIC X(10).
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
       01  WS-TS                            PIC X(26).
       01  WS-DISPLAY-SWITCH                PIC X(01)  VALUE 'N'.
           88 DISPLAY-PARAMETERS                       VALUE 'Y'.
           DISPLAY WS-DASHES
           PERFORM 2010-VALIDATE-USER
           PERFORM 2015-CHECK-AUTHORITY
           PERFORM 2017-CHECK-MAINT-MODE
           PERFORM 2020-VALIDATE-STATUS
               .

           END-IF
               .

      *---------------------*
       2017-CHECK-MAINT-MODE.
      *---------------------*
      * WHILE THE REGION IS FROZEN FOR MAINTENANCE (DPMXMNTS) THE
      * UPDATE IS REFUSED WITH SP66 AND THE FREEZE'S USER MESSAGE,
      * UNLESS THE USER MAY WORK THROUGH IT (DPMXMNTM).

           MOVE '2017-CHECK-MAINT-MODE'     TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-MNTM-USER-ID
           MOVE WS-PROGRAM                  TO WS-MNTM-PRGM-ID
           MOVE WS-TEMPLATE-STATUS          TO WS-MNTM-FUNC-CD

           CALL WS-MNTM-PROGRAM USING WS-MNTM-PASS-AREA

           IF WS-MNTM-FROZEN
              MOVE WS-MNTM-MSG-TX           TO LS-SP-ERROR-AREA
              MOVE 'SP66'                   TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
               .

      *--------------------*
       2020-VALIDATE-STATUS.
      *--------------------*
              WHEN 'P'
                 MOVE 'W'                   TO WS-CUR-STAT
                 PERFORM 2025-STATUS-CHECK
                 PERFORM 2030-CHECK-LIVE-CONFLICT

              WHEN 'I'
                 MOVE 'W'                   TO WS-CUR-STAT
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
              .
      *-------------------------*
       2030-CHECK-LIVE-CONFLICT.
      *-------------------------*
      * ONLY ONE PUBLISHED ISDA TEMPLATE MAY COVER A DEALER / CLIENT
      * AND PRODUCT / SUB-PRODUCT / REGION.  THE ONE ALREADY PUBLISHED
      * MUST BE SUPERSEDED (DPMXSPRS) BEFORE ANOTHER IS PUBLISHED.

           MOVE '2030-CHECK-LIVE-CONFLICT'  TO WS-PARAGRAPH-NAME

           MOVE WS-TEMPLATE-ID              TO WS-TCNF-TMPLT-ID
           MOVE 'I'                         TO WS-TCNF-CLASS-CD

           CALL WS-TCNF-PROGRAM USING WS-TCNF-PASS-AREA

           IF WS-TCNF-SQLCODE NOT = 0
              MOVE WS-TCNF-SQLCODE          TO SQLCODE
              MOVE 'D0006'                  TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-TCNF-CNFL-CNT > 0
              MOVE WS-TCNF-CNFL-TMPLT-ID    TO WS-CNFL-TMPLT-ED
              MOVE WS-LIVE-CONFLICT         TO LS-SP-ERROR-AREA
              MOVE WS-CNFL-TMPLT-ED         TO LS-SP-ERROR-AREA(43:9)
              MOVE 'SP04'                   TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
              .
      *------------------*
       3000-UPDATE-STATUS.
      *------------------*
