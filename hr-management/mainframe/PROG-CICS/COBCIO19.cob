      *-----------------------------------------------------------------
      *    COBCIO19 - CICS EMPLOYEE INQUIRY AND MAINTENANCE
      *               USER KEYS AN EMPLOYEE NUMBER AND THE FULL EMP
      *               RECORD IS SHOWN, READ THROUGH COBEMPDP.
      *
      *               PF4  - OPENS THE CONTACT (PHONE), JOB AND
      *                      EDUCATION FIELDS FOR EDITING.
      *               PF10 - APPLIES THE EDIT THROUGH COBEMPDP.  THE
      *                      ROW IS LOCKED AND RE-READ FIRST; IF IT NO
      *                      LONGER MATCHES WHAT WAS DISPLAYED (ANOTHER
      *                      USER OR A BATCH RUN CHANGED IT) THE UPDATE
      *                      IS REFUSED AND THE CURRENT ROW REDISPLAYED.
      *               PF12 - CANCELS THE EDIT.
      *               PF3  - EXIT.
      *
      *               DEPARTMENT AND SALARY ARE DISPLAY ONLY.  THEY
      *               CHANGE THROUGH A COBEMPTR TRANSFER SO THE
      *               EMPHIST TRAIL STAYS COMPLETE; ANY ATTEMPT TO
      *               CHANGE THEM HERE IS REFUSED.
      *
      *               PSEUDO-CONVERSATIONAL: THE DISPLAYED ROW IMAGE
      *               TRAVELS IN THE COMMAREA BETWEEN SCREENS.
      *               MAPSET EMPSET, MAP EMPDTLM.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO19.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  MESSAGE-TABLE.
           03  FILLER  PIC X(30) VALUE "I-ENTER EMPLOYEE NUMBER     ".
           03  FILLER  PIC X(30) VALUE "E-EMPLOYEE NO NOT NUMERIC   ".
           03  FILLER  PIC X(30) VALUE "E-EMPLOYEE NOT FOUND        ".
           03  FILLER  PIC X(30) VALUE "E-EMPLOYEE IS SEPARATED     ".
           03  FILLER  PIC X(30) VALUE "I-PF4 TO EDIT, PF3 TO EXIT  ".
           03  FILLER  PIC X(30) VALUE "I-ENTER CHANGE DETAILS      ".
           03  FILLER  PIC X(30) VALUE "I-CHANGES CANCELLED         ".
           03  FILLER  PIC X(30) VALUE "E-SHOW AN EMPLOYEE FIRST    ".
           03  FILLER  PIC X(30) VALUE "E-JOB MISSING               ".
           03  FILLER  PIC X(30) VALUE "E-NO CHANGES KEYED          ".
           03  FILLER  PIC X(30) VALUE "E-DEPT/SALARY: USE COBEMPTR ".
           03  FILLER  PIC X(30) VALUE "E-CHANGED BY ANOTHER USER   ".
           03  FILLER  PIC X(30) VALUE "I-RECORD CHANGED            ".
           03  FILLER  PIC X(30) VALUE "E-UPDATE FAILED, NOT CHANGED".
           03  FILLER  PIC X(30) VALUE "I-SCR VALID PF10 TO UPDATE  ".
           03  FILLER  PIC X(30) VALUE "E-PRESS ENTER FOR NEW EMPNO ".
           03  FILLER  PIC X(30) VALUE "E-PF4 TO EDIT BEFORE PF10   ".

       01  MSG-TABLE-RED REDEFINES MESSAGE-TABLE.
           03  MSG OCCURS 17 TIMES.
               05  FILLER                  PIC X(30).

       01  WORK-MSG-CODE                   PIC 99.
       01  END-TEXT                        PIC X(40) VALUE SPACES.
       01  CURSOR-SWITCH                   PIC X VALUE SPACE.
           88  CURSOR-ON-JOB                     VALUE "J".

       01  CA-LENGTH                       PIC S9(4) COMP VALUE +121.

      *-----------------------------------------------------------------
      * COMMAREA - SCREEN STATE AND THE ROW AS IT WAS LAST DISPLAYED
      *-----------------------------------------------------------------
       01  WS-COMMAREA.
           05  WS-CA-STATE                 PIC X(1).
               88  CA-NO-EMPLOYEE                VALUE SPACE.
               88  CA-DISPLAYED                  VALUE "D".
               88  CA-EDITING                    VALUE "E".
           05  WS-CA-EMPNO                 PIC X(6).
           05  WS-CA-IMAGE.
               10  WS-CA-DEPT              PIC X(4).
               10  WS-CA-NAME.
                   15  WS-CA-FNM-LEN       PIC S9(4) COMP.
                   15  WS-CA-FNM           PIC X(12).
                   15  WS-CA-MINIT         PIC X(1).
                   15  WS-CA-LNM-LEN       PIC S9(4) COMP.
                   15  WS-CA-LNM           PIC X(15).
               10  WS-CA-JOB               PIC X(8).
               10  WS-CA-BDATE             PIC X(8).
               10  WS-CA-HDATE             PIC X(8).
               10  WS-CA-PHONE             PIC X(30).
               10  WS-CA-EDLVL             PIC X(8).
               10  WS-CA-SEX               PIC X(1).
               10  WS-CA-SAL               PIC S9(7)V9(2) COMP-3.
               10  WS-CA-BON               PIC S9(7)V9(2) COMP-3.
               10  WS-CA-COM               PIC S9(7)V9(2) COMP-3.

      *    THE ROW AS IT STANDS NOW - SAME LAYOUT AS WS-CA-IMAGE SO THE
      *    TWO CAN BE COMPARED AS A WHOLE
       01  WS-CUR-IMAGE.
           05  WS-CUR-DEPT                 PIC X(4).
           05  WS-CUR-NAME                 PIC X(32).
           05  WS-CUR-JOB                  PIC X(8).
           05  WS-CUR-BDATE                PIC X(8).
           05  WS-CUR-HDATE                PIC X(8).
           05  WS-CUR-PHONE                PIC X(30).
           05  WS-CUR-EDLVL                PIC X(8).
           05  WS-CUR-SEX                  PIC X(1).
           05  WS-CUR-SAL                  PIC S9(7)V9(2) COMP-3.
           05  WS-CUR-BON                  PIC S9(7)V9(2) COMP-3.
           05  WS-CUR-COM                  PIC S9(7)V9(2) COMP-3.

       01  WS-NEW-PHONE                    PIC X(30).
       01  WS-NEW-JOB                      PIC X(8).
       01  WS-NEW-EDLVL                    PIC X(8).
       01  WS-KEY-EMPNO                    PIC X(6).
       01  WS-AMT-ED                       PIC Z(6)9.99.

      *-----------------------------------------------------------------
      * COBEMPDP CALL INTERFACE
      *-----------------------------------------------------------------
       01  WS-DTL-EMPNO                    PIC X(6).
       01  WS-DTL-DEPT                     PIC X(4).
       01  WS-DTL-NAME                     PIC X(32).
       01  WS-DTL-NAME-R REDEFINES WS-DTL-NAME.
           05  WS-DTL-FNM-LEN              PIC S9(4) COMP.
           05  WS-DTL-FNM                  PIC X(12).
           05  WS-DTL-MINIT                PIC X(1).
           05  WS-DTL-LNM-LEN              PIC S9(4) COMP.
           05  WS-DTL-LNM                  PIC X(15).
       01  WS-DTL-JOB                      PIC X(8).
       01  WS-DTL-BDATE                    PIC X(8).
       01  WS-DTL-HDATE                    PIC X(8).
       01  WS-DTL-ADDFLG                   PIC X(1).
       01  WS-DTL-PHONE                    PIC X(30).
       01  WS-DTL-EDLVL                    PIC X(8).
       01  WS-DTL-SEX                      PIC X(1).
       01  WS-DTL-SAL                      PIC S9(7)V9(2) COMP-3.
       01  WS-DTL-BON                      PIC S9(7)V9(2) COMP-3.
       01  WS-DTL-COM                      PIC S9(7)V9(2) COMP-3.

           COPY DFHBMSCA.

           COPY DFHAID.

           COPY EMPDTLM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE EMP
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                     PIC X(121).

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *    handle conditions

           EXEC CICS
               IGNORE CONDITION
               LENGERR
           END-EXEC.

           EXEC CICS
               IGNORE CONDITION
               MAPFAIL
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(900-ERRORS)
           END-EXEC.

      *    FIRST TIME IN - EMPTY SCREEN ASKING FOR AN EMPLOYEE NUMBER

           IF  EIBCALEN = 0
               MOVE SPACES         TO  WS-COMMAREA
               PERFORM 430-CLEAR-EMPLOYEE
               MOVE 1              TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           MOVE DFHCOMMAREA        TO  WS-COMMAREA.

           EXEC CICS
               HANDLE AID
               PF3(910-EXIT)
               CLEAR(910-EXIT)
               PF4(500-START-EDIT)
               PF10(600-UPDATE-EMPLOYEE)
               PF12(510-CANCEL-EDIT)
           END-EXEC.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.  ENTER FALLS THROUGH TO THE
      * INQUIRY; THE PF KEYS BRANCH VIA HANDLE AID AFTER THE RECEIVE.
      *-----------------------------------------------------------------
       200-RECEIVE-EMPMAP.

           MOVE LOW-VALUES         TO  EMPDTLMI.

           EXEC CICS
               RECEIVE MAP("EMPDTLM") MAPSET("EMPSET")
               INTO(EMPDTLMI)
           END-EXEC.

      *    ENTER WHILE EDITING KEEPS THE KEYED CHANGES ON THE SCREEN
      *    AND REMINDS THE USER HOW TO APPLY THEM

           IF  CA-EDITING
               PERFORM 610-TAKE-EDIT-FIELDS
               MOVE 15             TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           PERFORM 400-INQUIRE-EMPLOYEE THRU 400-EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SENDS THE MAP AND ENDS THE TASK, PASSING THE STATE
      * FORWARD IN THE COMMAREA
      *-----------------------------------------------------------------
       300-SEND-EMPMAP.

           PERFORM 420-FILL-MAP THRU 420-EXIT.
           PERFORM 450-SET-ATTRIBUTES.
           MOVE MSG(WORK-MSG-CODE) TO  EMPDTLMMSGO.

           EXEC CICS
               SEND MAP("EMPDTLM") MAPSET("EMPSET")
               FROM(EMPDTLMO)
               ERASE CURSOR FREEKB
           END-EXEC.

           EXEC CICS
               RETURN TRANSID(EIBTRNID)
               COMMAREA(WS-COMMAREA)
               LENGTH(CA-LENGTH)
           END-EXEC.

      *-----------------------------------------------------------------
      * 400-INQUIRE-EMPLOYEE - SHOW THE EMPLOYEE KEYED IN THE EMPNO
      * FIELD
      *-----------------------------------------------------------------
       400-INQUIRE-EMPLOYEE.

           IF  EMPDTLMEMPNOL = ZERO
               PERFORM 430-CLEAR-EMPLOYEE
               MOVE SPACES         TO  WS-CA-EMPNO
               MOVE 1              TO  WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.

           MOVE EMPDTLMEMPNOI      TO  WS-KEY-EMPNO.
           PERFORM 430-CLEAR-EMPLOYEE.
           MOVE WS-KEY-EMPNO       TO  WS-CA-EMPNO.

           IF  WS-KEY-EMPNO IS NOT NUMERIC
               MOVE 2              TO  WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.

           MOVE WS-KEY-EMPNO       TO  WS-DTL-EMPNO.
           PERFORM 410-READ-EMPLOYEE.

           IF  WS-DTL-ADDFLG = "S"
               MOVE 4              TO  WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.

           IF  WS-DTL-EMPNO = SPACES
               MOVE 3              TO  WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.

           MOVE WS-CUR-IMAGE       TO  WS-CA-IMAGE.
           SET CA-DISPLAYED        TO  TRUE.
           MOVE 5                  TO  WORK-MSG-CODE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 410-READ-EMPLOYEE - READ ONE EMPLOYEE VIA COBEMPDP INTO
      * WS-CUR-IMAGE.  WS-DTL-EMPNO COMES BACK SPACES WHEN NOT FOUND,
      * WS-DTL-ADDFLG "S" WHEN THE EMPLOYEE HAS SEPARATED.
      *-----------------------------------------------------------------
       410-READ-EMPLOYEE.

           MOVE "Y"             TO WS-DTL-ADDFLG.
           MOVE SPACES          TO WS-DTL-DEPT
                                   WS-DTL-NAME
                                   WS-DTL-JOB
                                   WS-DTL-BDATE
                                   WS-DTL-HDATE
                                   WS-DTL-PHONE
                                   WS-DTL-EDLVL
                                   WS-DTL-SEX.
           MOVE 0               TO WS-DTL-SAL
                                   WS-DTL-BON
                                   WS-DTL-COM.

           CALL "COBEMPDP" USING WS-DTL-EMPNO, WS-DTL-DEPT,
                                 WS-DTL-NAME, WS-DTL-JOB,
                                 WS-DTL-BDATE, WS-DTL-HDATE,
                                 WS-DTL-ADDFLG,
                                 WS-DTL-PHONE, WS-DTL-EDLVL,
                                 WS-DTL-SEX,
                                 WS-DTL-SAL, WS-DTL-BON,
                                 WS-DTL-COM.

      *    DB2 FILLS A VARCHAR ONLY UP TO ITS LENGTH; BLANK THE REST
      *    SO TWO READS OF THE SAME NAME COMPARE EQUAL

           IF  WS-DTL-FNM-LEN NOT < 0
           AND WS-DTL-FNM-LEN < 12
               MOVE SPACES      TO WS-DTL-FNM(WS-DTL-FNM-LEN + 1:)
           END-IF.

           IF  WS-DTL-LNM-LEN NOT < 0
           AND WS-DTL-LNM-LEN < 15
               MOVE SPACES      TO WS-DTL-LNM(WS-DTL-LNM-LEN + 1:)
           END-IF.

           MOVE WS-DTL-DEPT     TO WS-CUR-DEPT.
           MOVE WS-DTL-NAME     TO WS-CUR-NAME.
           MOVE WS-DTL-JOB      TO WS-CUR-JOB.
           MOVE WS-DTL-BDATE    TO WS-CUR-BDATE.
           MOVE WS-DTL-HDATE    TO WS-CUR-HDATE.
           MOVE WS-DTL-PHONE    TO WS-CUR-PHONE.
           MOVE WS-DTL-EDLVL    TO WS-CUR-EDLVL.
           MOVE WS-DTL-SEX      TO WS-CUR-SEX.
           MOVE WS-DTL-SAL      TO WS-CUR-SAL.
           MOVE WS-DTL-BON      TO WS-CUR-BON.
           MOVE WS-DTL-COM      TO WS-CUR-COM.

      *-----------------------------------------------------------------
      * 420-FILL-MAP - BUILD THE OUTPUT MAP FROM THE COMMAREA IMAGE.
      * WHILE EDITING, THE EDIT FIELDS SHOW WHAT THE USER HAS KEYED.
      *-----------------------------------------------------------------
       420-FILL-MAP.

           MOVE LOW-VALUES         TO  EMPDTLMO.
           MOVE WS-CA-EMPNO        TO  EMPDTLMEMPNOO.

           IF  CA-NO-EMPLOYEE
               GO TO 420-EXIT
           END-IF.

           MOVE SPACES             TO  EMPDTLMNAMEO.
           STRING WS-CA-LNM        DELIMITED BY "  "
                  ", "             DELIMITED BY SIZE
                  WS-CA-FNM        DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  WS-CA-MINIT      DELIMITED BY SIZE
                  INTO EMPDTLMNAMEO
           END-STRING.

           MOVE WS-CA-DEPT         TO  EMPDTLMDEPTO.
           MOVE WS-CA-HDATE        TO  EMPDTLMHDATEO.
           MOVE WS-CA-BDATE        TO  EMPDTLMBDATEO.
           MOVE WS-CA-SEX          TO  EMPDTLMSEXO.
           MOVE WS-CA-SAL          TO  WS-AMT-ED.
           MOVE WS-AMT-ED          TO  EMPDTLMSALO.
           MOVE WS-CA-BON          TO  WS-AMT-ED.
           MOVE WS-AMT-ED          TO  EMPDTLMBONO.
           MOVE WS-CA-COM          TO  WS-AMT-ED.
           MOVE WS-AMT-ED          TO  EMPDTLMCOMO.

           IF  CA-EDITING
               MOVE WS-NEW-PHONE   TO  EMPDTLMPHONEO
               MOVE WS-NEW-JOB     TO  EMPDTLMJOBO
               MOVE WS-NEW-EDLVL   TO  EMPDTLMEDLVLO
           ELSE
               MOVE WS-CA-PHONE    TO  EMPDTLMPHONEO
               MOVE WS-CA-JOB      TO  EMPDTLMJOBO
               MOVE WS-CA-EDLVL    TO  EMPDTLMEDLVLO
           END-IF.

       420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 430-CLEAR-EMPLOYEE - NOTHING ON DISPLAY
      *-----------------------------------------------------------------
       430-CLEAR-EMPLOYEE.

           SET CA-NO-EMPLOYEE      TO  TRUE.
           INITIALIZE WS-CA-IMAGE.

      *-----------------------------------------------------------------
      * 450-SET-ATTRIBUTES - EMPNO IS OPEN UNLESS EDITING; PHONE, JOB
      * AND EDUCATION ARE OPEN ONLY WHILE EDITING.  DEPARTMENT AND
      * SALARY ARE NEVER OPEN.
      *-----------------------------------------------------------------
       450-SET-ATTRIBUTES.

           IF  CA-EDITING
               MOVE DFHBMASK       TO  EMPDTLMEMPNOA
               MOVE DFHBMFSE       TO  EMPDTLMPHONEA
                                       EMPDTLMJOBA
                                       EMPDTLMEDLVLA
               IF  CURSOR-ON-JOB
                   MOVE -1         TO  EMPDTLMJOBL
               ELSE
                   MOVE -1         TO  EMPDTLMPHONEL
               END-IF
           ELSE
               MOVE DFHBMFSE       TO  EMPDTLMEMPNOA
               MOVE DFHBMASK       TO  EMPDTLMPHONEA
                                       EMPDTLMJOBA
                                       EMPDTLMEDLVLA
               MOVE -1             TO  EMPDTLMEMPNOL
           END-IF.

           MOVE DFHBMASK           TO  EMPDTLMDEPTA
                                       EMPDTLMSALA.
           MOVE DFHBMASB           TO  EMPDTLMMSGA.

      *-----------------------------------------------------------------
      * 500-START-EDIT (PF4) / 510-CANCEL-EDIT (PF12)
      *-----------------------------------------------------------------
       500-START-EDIT.

           IF  CA-EDITING
               PERFORM 610-TAKE-EDIT-FIELDS
               MOVE 15             TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           IF  CA-NO-EMPLOYEE
               MOVE 8              TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

      *    A DIFFERENT EMPNO KEYED OVER THE ONE ON DISPLAY MUST BE
      *    SHOWN (ENTER) BEFORE IT CAN BE EDITED

           IF  EMPDTLMEMPNOL > ZERO
           AND EMPDTLMEMPNOI NOT = WS-CA-EMPNO
               MOVE 16             TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           MOVE WS-CA-PHONE        TO  WS-NEW-PHONE.
           MOVE WS-CA-JOB          TO  WS-NEW-JOB.
           MOVE WS-CA-EDLVL        TO  WS-NEW-EDLVL.
           SET CA-EDITING          TO  TRUE.
           MOVE 6                  TO  WORK-MSG-CODE.
           GO TO 300-SEND-EMPMAP.

       510-CANCEL-EDIT.

           IF  CA-EDITING
               SET CA-DISPLAYED    TO  TRUE
               MOVE 7              TO  WORK-MSG-CODE
           ELSE
               IF  CA-DISPLAYED
                   MOVE 5          TO  WORK-MSG-CODE
               ELSE
                   MOVE 1          TO  WORK-MSG-CODE
               END-IF
           END-IF.

           GO TO 300-SEND-EMPMAP.

      *-----------------------------------------------------------------
      * 600-UPDATE-EMPLOYEE (PF10) - APPLY THE EDIT THROUGH COBEMPDP
      *-----------------------------------------------------------------
       600-UPDATE-EMPLOYEE.

           IF  NOT CA-EDITING
               IF  CA-NO-EMPLOYEE
                   MOVE 8          TO  WORK-MSG-CODE
               ELSE
                   MOVE 17         TO  WORK-MSG-CODE
               END-IF
               GO TO 300-SEND-EMPMAP
           END-IF.

           PERFORM 610-TAKE-EDIT-FIELDS.

      *    DEPARTMENT AND SALARY ARE PROTECTED ON THE MAP, BUT IF
      *    EITHER COMES BACK ALTERED IT IS REFUSED, NOT APPLIED - THOSE
      *    CHANGES ARE COBEMPTR TRANSFERS

           MOVE WS-CA-SAL          TO  WS-AMT-ED.
           IF  (EMPDTLMDEPTL > ZERO
            AND EMPDTLMDEPTI NOT = WS-CA-DEPT)
           OR  (EMPDTLMSALL > ZERO
            AND EMPDTLMSALI NOT = WS-AMT-ED)
               MOVE 11             TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           IF  WS-NEW-JOB = SPACES
               SET CURSOR-ON-JOB   TO  TRUE
               MOVE 9              TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           IF  WS-NEW-PHONE = WS-CA-PHONE
           AND WS-NEW-JOB   = WS-CA-JOB
           AND WS-NEW-EDLVL = WS-CA-EDLVL
               MOVE 10             TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

      *    LOCK THE ROW UNTIL SYNCPOINT, THEN RE-READ IT THROUGH
      *    COBEMPDP AND COMPARE WITH WHAT THE USER WAS SHOWN

           EXEC SQL
               SELECT EMPNO
                 INTO :EMP-EMPNO
                 FROM EMP
                WHERE EMPNO = :WS-CA-EMPNO
                 WITH RS USE AND KEEP EXCLUSIVE LOCKS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    PERFORM 430-CLEAR-EMPLOYEE
                    MOVE 3         TO  WORK-MSG-CODE
                    GO TO 300-SEND-EMPMAP
               WHEN OTHER
                    PERFORM 950-DBERROR THRU 950-EXIT
           END-EVALUATE.

           MOVE WS-CA-EMPNO        TO  WS-DTL-EMPNO.
           PERFORM 410-READ-EMPLOYEE.

           IF  WS-DTL-ADDFLG = "S"
               PERFORM 430-CLEAR-EMPLOYEE
               MOVE 4              TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           IF  WS-CUR-IMAGE NOT = WS-CA-IMAGE
               MOVE WS-CUR-IMAGE   TO  WS-CA-IMAGE
               SET CA-DISPLAYED    TO  TRUE
               MOVE 12             TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

      *    UNCHANGED SINCE DISPLAY - EVERY OTHER COLUMN IS PASSED BACK
      *    AS READ, SO ONLY PHONE, JOB AND EDUCATION CHANGE

           MOVE WS-NEW-PHONE       TO  WS-DTL-PHONE.
           MOVE WS-NEW-JOB         TO  WS-DTL-JOB.
           MOVE WS-NEW-EDLVL       TO  WS-DTL-EDLVL.
           MOVE SPACE              TO  WS-DTL-ADDFLG.

           CALL "COBEMPDP" USING WS-DTL-EMPNO, WS-DTL-DEPT,
                                 WS-DTL-NAME, WS-DTL-JOB,
                                 WS-DTL-BDATE, WS-DTL-HDATE,
                                 WS-DTL-ADDFLG,
                                 WS-DTL-PHONE, WS-DTL-EDLVL,
                                 WS-DTL-SEX,
                                 WS-DTL-SAL, WS-DTL-BON,
                                 WS-DTL-COM.

           IF  WS-DTL-ADDFLG NOT = SPACE
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 14             TO  WORK-MSG-CODE
               GO TO 300-SEND-EMPMAP
           END-IF.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           MOVE WS-NEW-PHONE       TO  WS-CA-PHONE.
           MOVE WS-NEW-JOB         TO  WS-CA-JOB.
           MOVE WS-NEW-EDLVL       TO  WS-CA-EDLVL.
           SET CA-DISPLAYED        TO  TRUE.
           MOVE 13                 TO  WORK-MSG-CODE.
           GO TO 300-SEND-EMPMAP.

      *-----------------------------------------------------------------
      * 610-TAKE-EDIT-FIELDS - THE EDIT FIELDS ARE SENT WITH MDT ON, SO
      * AN EMPTY ONE MEANS THE USER CLEARED IT
      *-----------------------------------------------------------------
       610-TAKE-EDIT-FIELDS.

           MOVE SPACES             TO  WS-NEW-PHONE
                                       WS-NEW-JOB
                                       WS-NEW-EDLVL.

           IF  EMPDTLMPHONEL > ZERO
               MOVE EMPDTLMPHONEI  TO  WS-NEW-PHONE
           END-IF.

           IF  EMPDTLMJOBL > ZERO
               MOVE EMPDTLMJOBI    TO  WS-NEW-JOB
           END-IF.

           IF  EMPDTLMEDLVLL > ZERO
               MOVE EMPDTLMEDLVLI  TO  WS-NEW-EDLVL
           END-IF.

           INSPECT WS-NEW-PHONE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-JOB   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-EDLVL REPLACING ALL LOW-VALUE BY SPACE.

       900-ERRORS.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO END-TEXT.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO END-TEXT.
           GO TO 999-EXIT.

      *-----------------------------------------------------------------
      * 950-DBERROR - BACK OUT AND END
      *-----------------------------------------------------------------
       950-DBERROR.

           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC.

           MOVE "PROCESSING COMPLETED WITH ERRORS"  TO END-TEXT.
           GO TO 999-EXIT.

       950-EXIT.
           EXIT.

       999-EXIT.

           EXEC CICS
               SEND TEXT
               FROM(END-TEXT)
               LENGTH(40)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.
