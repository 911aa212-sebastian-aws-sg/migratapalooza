       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXENTL.
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
      *    NAME  DPMXENTL(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXENTL                                            *
      *                                                                *
      * COMMON COMPANY-SCOPED DATA ENTITLEMENT CHECK.  DPMXAUTH SAYS   *
      * WHETHER A ROLE MAY PERFORM AN ACTION; THIS ROUTINE SAYS WHETHER*
      * THE DATA BEING READ BELONGS TO THE CALLER'S FIRM.  CALLED BY   *
      * THE READ-SIDE STORED PROCEDURES (DPMXMGMC, DPMXMSTG, DPMXMCMT, *
      * DPMXDDLD, DPMXHORG) BEFORE ANY RESULT CURSOR IS OPENED.        *
      *                                                                *
      * THE CALLER'S COMPANY IS THE CMPNY_ID OF THE USER ON            *
      * VDPM03_CMPNY_USER.  ACCESS IS ALLOWED WHEN:                    *
      *   - ANY ROLE OF THE USER IS PERMITTED ACTION 'R' (READ ANY     *
      *     COMPANY'S DATA) ON THE VDPM25_ROLE_ACTN MATRIX - ADMINS;   *
      *   - OBJECT 'T' TEMPLATE / 'A' AMENDMENT: THE CALLER'S COMPANY  *
      *     IS THE DEALER OR CLIENT ON THE VDPM14_MCA_TMPLT ROW (OR    *
      *     VDPM15_TMPLT_WORK FOR A WORK COPY).  A TEMPLATE WITH       *
      *     NEITHER PARTY SET IS A SHARED MASTER AND OPEN TO ALL;      *
      *   - OBJECT 'D' DOCUMENT / 'C' COMPANY: THE VDPM12_MCA_DOC      *
      *     CMPNY_ID (OR THE COMPANY ASKED FOR) IS THE CALLER'S OWN,   *
      *     OR A COUNTERPARTY IT SHARES A TEMPLATE OR ENROLLMENT WITH. *
      *     A REQUESTED REPORT OUTPUT DOCUMENT (KIND 'RPTO') IS OPEN   *
      *     TO ITS OWN COMPANY ONLY.                                   *
      * AN OBJECT THAT DOES NOT EXIST IS PASSED THROUGH (EN02) SO THE  *
      * CALLER ANSWERS "NOT FOUND" AS IT ALWAYS HAS - THERE IS NOTHING *
      * TO DISCLOSE.                                                   *
      *                                                                *
      * EVERY REFUSAL IS WRITTEN TO VDPM26_USER_ACTN_LOG VIA DPMXALOG  *
      * AS ACTION 'X' WITH THE CALLING PROGRAM AND OBJECT IN THE       *
      * DETAIL TEXT.                                                   *
      *                                                                *
      * REASON CODES RETURNED FOR THE FRONT END:                       *
      *   EN00 - ALLOWED                                               *
      *   EN01 - USER NOT ON VDPM03_CMPNY_USER                         *
      *   EN02 - OBJECT NOT FOUND (ALLOWED)                            *
      *   EN03 - DATA BELONGS TO ANOTHER COMPANY                       *
      *   EN04 - UNKNOWN OBJECT TYPE                                   *
      *   EN99 - SQL ERROR                                             *
      *                                                                *
      * READS ARE WITH UR, AS IN DPMXAUTH.                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM03_CMPNY_USER     - COMPANY USER TABLE                     *
      * VDPM03_USER_ROLE      - USER ROLE ASSIGNMENT TABLE             *
      * VDPM25_ROLE_ACTN      - ROLE/ACTION PERMISSION MATRIX          *
      * VDPM14_MCA_TMPLT      - MCA TEMPLATE TABLE                     *
      * VDPM15_TMPLT_WORK     - MCA WORK TEMPLATE TABLE                *
      * VDPM16_MCA_AMND       - AMENDMENT TABLE                        *
      * VDPM17_AMND_WORK      - WORK AMENDMENT TABLE                   *
      * VDPM12_MCA_DOC        - DOCUMENT TABLE FOR MCA                 *
      * VDPM06_MCA_ENRL       - ENROLLMENT TABLE                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXALOG - USER ACTION LOG WRITER                              *
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
      *                             REPORT OUTPUT DOCUMENTS (KIND      *
      *                             RPTO) OPEN TO THE OWNING COMPANY   *
      *                             ONLY.                              *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXENTL'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-CALLER-CMPNY-ID               PIC X(08) VALUE SPACES.
       01  WS-TARGET-CMPNY-ID               PIC X(08) VALUE SPACES.
       01  WS-DOC-KIND-CD                   PIC X(04) VALUE SPACES.
       01  WS-DELR-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-CLNT-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-ADMIN-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-LINK-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-OBJ-ID-ED                     PIC Z(17)9.
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
       LINKAGE SECTION.
      *
       01  LS-ENTL-PASS-AREA.
           05 LS-ENTL-USER-ID               PIC X(10).
           05 LS-ENTL-OBJ-TYPE-CD           PIC X(01).
              88 LS-ENTL-OBJ-TMPLT          VALUE 'T'.
              88 LS-ENTL-OBJ-AMND           VALUE 'A'.
              88 LS-ENTL-OBJ-DOC            VALUE 'D'.
              88 LS-ENTL-OBJ-CMPNY          VALUE 'C'.
           05 LS-ENTL-TMPLT-ID              PIC S9(9) COMP.
           05 LS-ENTL-OBJ-ID                PIC S9(18)V COMP-3.
           05 LS-ENTL-CMPNY-ID              PIC X(08).
           05 LS-ENTL-CALLER-PGM            PIC X(08).
           05 LS-ENTL-ALLOW-IN              PIC X(01).
              88 LS-ENTL-ALLOWED            VALUE 'Y'.
              88 LS-ENTL-DENIED             VALUE 'N'.
           05 LS-ENTL-DENY-RC               PIC X(04).
           05 LS-ENTL-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-ENTL-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GET-CALLER-CMPNY
           IF LS-ENTL-DENY-RC = SPACES
              PERFORM 3000-CHECK-ADMIN
           END-IF
           IF LS-ENTL-DENY-RC = SPACES
              PERFORM 4000-CHECK-OBJECT
           END-IF
           IF LS-ENTL-DENIED
              PERFORM 5000-LOG-REFUSAL
           END-IF
           GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO LS-ENTL-ALLOW-IN
           MOVE SPACES                      TO LS-ENTL-DENY-RC
           MOVE 0                           TO LS-ENTL-SQLCODE
           MOVE SPACES                      TO WS-CALLER-CMPNY-ID
                                               WS-TARGET-CMPNY-ID
           MOVE LS-ENTL-TMPLT-ID            TO WS-TMPLT-ID
           .
      *------------------------*
       2000-GET-CALLER-CMPNY.
      *------------------------*
           MOVE '2000-GET-CALLER-CMPNY'     TO WS-PARAGRAPH-NAME

           IF LS-ENTL-USER-ID = SPACES
              MOVE 'EN01'                   TO LS-ENTL-DENY-RC
           ELSE
              EXEC SQL
                 SELECT CMPNY_ID
                   INTO :WS-CALLER-CMPNY-ID
                   FROM  VDPM03_CMPNY_USER
                  WHERE  CMPNY_USER_ID = :LS-ENTL-USER-ID
                  FETCH  FIRST 1 ROW ONLY
                   WITH  UR
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE 'EN01'             TO LS-ENTL-DENY-RC
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-IF
           .
      *------------------------*
       3000-CHECK-ADMIN.
      *------------------------*
      * ADMINS ARE THE USERS WHOSE ROLES CARRY THE READ-ANY-COMPANY
      * ACTION ON THE SAME ROLE MATRIX DPMXAUTH USES.

           MOVE '3000-CHECK-ADMIN'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ADMIN-CNT
                FROM  VDPM03_USER_ROLE     USRL
                     ,VDPM25_ROLE_ACTN     RACT
               WHERE  USRL.CMPNY_USER_ID = :LS-ENTL-USER-ID
                 AND  RACT.ROLE_CD       = USRL.ROLE_CD
                 AND  RACT.ACTN_CD       = 'R'
                 AND  RACT.ALLOW_IN      = 'Y'
                WITH  UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ADMIN-CNT > 0
              MOVE 'Y'                      TO LS-ENTL-ALLOW-IN
              MOVE 'EN00'                   TO LS-ENTL-DENY-RC
           END-IF
           .
      *------------------------*
       4000-CHECK-OBJECT.
      *------------------------*
           MOVE '4000-CHECK-OBJECT'         TO WS-PARAGRAPH-NAME

           EVALUATE TRUE
              WHEN LS-ENTL-OBJ-AMND
                 PERFORM 4100-RESOLVE-AMND
                 IF LS-ENTL-DENY-RC = SPACES
                    PERFORM 4200-CHECK-TEMPLATE
                 END-IF
              WHEN LS-ENTL-OBJ-TMPLT
                 PERFORM 4200-CHECK-TEMPLATE
              WHEN LS-ENTL-OBJ-DOC
                 PERFORM 4300-RESOLVE-DOC
                 IF LS-ENTL-DENY-RC = SPACES
                    IF WS-DOC-KIND-CD = 'RPTO'
                       AND WS-TARGET-CMPNY-ID NOT = WS-CALLER-CMPNY-ID
                       MOVE 'EN03'          TO LS-ENTL-DENY-RC
                    ELSE
                       PERFORM 4400-CHECK-COMPANY
                    END-IF
                 END-IF
              WHEN LS-ENTL-OBJ-CMPNY
                 MOVE LS-ENTL-CMPNY-ID      TO WS-TARGET-CMPNY-ID
                 PERFORM 4400-CHECK-COMPANY
              WHEN OTHER
                 MOVE 'EN04'                TO LS-ENTL-DENY-RC
           END-EVALUATE
           .
      *------------------------*
       4100-RESOLVE-AMND.
      *------------------------*
      * AN AMENDMENT IS SCOPED BY THE TEMPLATE IT BELONGS TO - THE
      * PUBLISHED ROW FIRST, THEN THE WORK COPY.

           MOVE '4100-RESOLVE-AMND'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_ID
                INTO :WS-TMPLT-ID
                FROM  VDPM16_MCA_AMND
               WHERE  MCA_AMND_ID = :LS-ENTL-OBJ-ID
               FETCH  FIRST 1 ROW ONLY
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 EXEC SQL
                    SELECT MCA_TMPLT_ID
                      INTO :WS-TMPLT-ID
                      FROM  VDPM17_AMND_WORK
                     WHERE  MCA_AMND_ID = :LS-ENTL-OBJ-ID
                     FETCH  FIRST 1 ROW ONLY
                      WITH  UR
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       CONTINUE
                    WHEN +100
                       MOVE 'Y'             TO LS-ENTL-ALLOW-IN
                       MOVE 'EN02'          TO LS-ENTL-DENY-RC
                    WHEN OTHER
                       PERFORM 9000-SQL-ERROR
                 END-EVALUATE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       4200-CHECK-TEMPLATE.
      *------------------------*
           MOVE '4200-CHECK-TEMPLATE'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT DELR_CMPNY_ID
                    ,CLNT_CMPNY_ID
                INTO :WS-DELR-CMPNY-ID
                    ,:WS-CLNT-CMPNY-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
                WITH  UR
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL
                 SELECT DELR_CMPNY_ID
                       ,CLNT_CMPNY_ID
                   INTO :WS-DELR-CMPNY-ID
                       ,:WS-CLNT-CMPNY-ID
                   FROM  VDPM15_TMPLT_WORK
                  WHERE  MCA_TMPLT_ID = :WS-TMPLT-ID
                   WITH  UR
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-DELR-CMPNY-ID = WS-CALLER-CMPNY-ID
                  OR WS-CLNT-CMPNY-ID = WS-CALLER-CMPNY-ID
                  OR (WS-DELR-CMPNY-ID = SPACES
                  AND WS-CLNT-CMPNY-ID = SPACES)
                    MOVE 'Y'                TO LS-ENTL-ALLOW-IN
                    MOVE 'EN00'             TO LS-ENTL-DENY-RC
                 ELSE
                    MOVE 'EN03'             TO LS-ENTL-DENY-RC
                 END-IF
              WHEN +100
                 MOVE 'Y'                   TO LS-ENTL-ALLOW-IN
                 MOVE 'EN02'                TO LS-ENTL-DENY-RC
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       4300-RESOLVE-DOC.
      *------------------------*
           MOVE '4300-RESOLVE-DOC'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_ID
                    ,DOC_KIND_CD
                INTO :WS-TARGET-CMPNY-ID
                    ,:WS-DOC-KIND-CD
                FROM  VDPM12_MCA_DOC
               WHERE  MCA_VALUE_ID = :LS-ENTL-OBJ-ID
               FETCH  FIRST 1 ROW ONLY
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'Y'                   TO LS-ENTL-ALLOW-IN
                 MOVE 'EN02'                TO LS-ENTL-DENY-RC
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       4400-CHECK-COMPANY.
      *------------------------*
      * THE CALLER'S OWN COMPANY, OR A COUNTERPARTY IT SHARES A
      * TEMPLATE (PUBLISHED OR WORK) OR AN ENROLLMENT WITH.

           MOVE '4400-CHECK-COMPANY'        TO WS-PARAGRAPH-NAME

           IF WS-TARGET-CMPNY-ID = WS-CALLER-CMPNY-ID
              MOVE 'Y'                      TO LS-ENTL-ALLOW-IN
              MOVE 'EN00'                   TO LS-ENTL-DENY-RC
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-LINK-CNT
                   FROM  SYSIBM.SYSDUMMY1
                  WHERE  EXISTS
                        (SELECT 1
                           FROM VDPM14_MCA_TMPLT
                          WHERE (DELR_CMPNY_ID = :WS-CALLER-CMPNY-ID
                            AND  CLNT_CMPNY_ID = :WS-TARGET-CMPNY-ID)
                             OR (DELR_CMPNY_ID = :WS-TARGET-CMPNY-ID
                            AND  CLNT_CMPNY_ID = :WS-CALLER-CMPNY-ID))
                     OR  EXISTS
                        (SELECT 1
                           FROM VDPM15_TMPLT_WORK
                          WHERE (DELR_CMPNY_ID = :WS-CALLER-CMPNY-ID
                            AND  CLNT_CMPNY_ID = :WS-TARGET-CMPNY-ID)
                             OR (DELR_CMPNY_ID = :WS-TARGET-CMPNY-ID
                            AND  CLNT_CMPNY_ID = :WS-CALLER-CMPNY-ID))
                     OR  EXISTS
                        (SELECT 1
                           FROM VDPM06_MCA_ENRL
                          WHERE (DELR_CMPNY_ID = :WS-CALLER-CMPNY-ID
                            AND  CLNT_CMPNY_ID = :WS-TARGET-CMPNY-ID)
                             OR (DELR_CMPNY_ID = :WS-TARGET-CMPNY-ID
                            AND  CLNT_CMPNY_ID = :WS-CALLER-CMPNY-ID))
                   WITH  UR
              END-EXEC

              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF

              IF WS-LINK-CNT > 0
                 MOVE 'Y'                   TO LS-ENTL-ALLOW-IN
                 MOVE 'EN00'                TO LS-ENTL-DENY-RC
              ELSE
                 MOVE 'EN03'                TO LS-ENTL-DENY-RC
              END-IF
           END-IF
           .
      *------------------------*
       5000-LOG-REFUSAL.
      *------------------------*
      * THE REFUSAL GOES ON THE USER ACTION LOG WITH THE CALLING
      * PROGRAM, OBJECT AND REASON.  A FAILED LOG WRITE IS REPORTED BY
      * DPMXALOG AND DOES NOT TURN THE REFUSAL INTO AN ALLOW.

           MOVE '5000-LOG-REFUSAL'          TO WS-PARAGRAPH-NAME

           MOVE LS-ENTL-USER-ID             TO WS-ALOG-USER-ID
           MOVE 'X'                         TO WS-ALOG-ACTN-CD
           MOVE WS-TMPLT-ID                 TO WS-ALOG-TMPLT-ID
           MOVE WS-CALLER-CMPNY-ID          TO WS-ALOG-CMPNY-ID
           IF LS-ENTL-OBJ-CMPNY
              MOVE 0                        TO WS-OBJ-ID-ED
           ELSE
              MOVE LS-ENTL-OBJ-ID           TO WS-OBJ-ID-ED
           END-IF
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'READ REFUSED ' LS-ENTL-DENY-RC
                  ' BY ' LS-ENTL-CALLER-PGM
                  ' OBJ ' LS-ENTL-OBJ-TYPE-CD
                  ' ' WS-OBJ-ID-ED
                  ' CMPNY ' WS-TARGET-CMPNY-ID
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           MOVE 0                           TO WS-ALOG-SQLCODE

           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
      * THE CALLER OWNS THE UNIT OF WORK; HAND THE SQLCODE BACK AND
      * REFUSE.  A CHECK THAT COULD NOT BE MADE IS NOT AN ALLOW, AND IS
      * LOGGED LIKE ANY OTHER REFUSAL.

           MOVE SQLCODE                     TO LS-ENTL-SQLCODE
           MOVE 'N'                         TO LS-ENTL-ALLOW-IN
           MOVE 'EN99'                      TO LS-ENTL-DENY-RC
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           PERFORM 5000-LOG-REFUSAL
           GOBACK
           .
