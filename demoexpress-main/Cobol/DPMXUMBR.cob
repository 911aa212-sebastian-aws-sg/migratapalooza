       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXUMBR.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXUMBR
      *    NAME  DPMXUMBR(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXUMBR                                            *
      *                                                                *
      * UMBRELLA ENROLLMENT FOR A FUND FAMILY.  AN ASSET MANAGER HANGS *
      * ITS FUNDS UNDER ONE PARENT THROUGH                             *
      * VDPM02_DELR_CMPNY.CRT_CMPNY_ID.  INSTEAD OF EACH FUND RAISING  *
      * ITS OWN ENROLLMENT REQUEST THROUGH DPMXENRL, A USER OF THE     *
      * PARENT RAISES ONE UMBRELLA REQUEST FOR A DEALER AND A          *
      * REQUESTED TEMPLATE.  OPERATIONS (LS-IN-OPR-FLAG):              *
      *                                                                *
      *   'S' - SUBMIT: THE FUNDS ARE EITHER THE LIST PASSED IN        *
      *         (SCOPE 'L', UP TO 50) OR EVERY COMPANY BELOW THE       *
      *         PARENT ON THE HIERARCHY (SCOPE 'A', UP TO 200).  A     *
      *         LISTED FUND THAT IS NOT BELOW THE PARENT IS RECORDED   *
      *         INELIGIBLE WITH REASON UM01.  EVERY OTHER FUND IS      *
      *         PRE-CHECKED THROUGH DPMXECHK; A FUND WITH AN 'E'       *
      *         REASON IS RECORDED INELIGIBLE WITH ITS REASON CODES,   *
      *         AN ELIGIBLE FUND HAS ITS PENDING ('P') VDPM06_MCA_ENRL *
      *         REQUEST RAISED THROUGH DPMXENRL, SO IT GETS EXACTLY    *
      *         THE SAME VALIDATION, HISTORY, EVENT STAGING AND        *
      *         SUMMARY COUNTS AS A REQUEST KEYED BY THE FUND.  A      *
      *         REQUEST DPMXENRL TURNS DOWN IS RECORDED REJECTED WITH  *
      *         ITS RETURN CODE.  EACH FUND'S OUTCOME IS KEPT ON       *
      *         VDPM76_ENRL_UMBR_FUND UNDER ONE UMBRELLA ID            *
      *         (VDPM75_ENRL_UMBR), WHICH IS RETURNED WITH THE COUNTS. *
      *   'Q' - INQUIRE: A USER OF THE PARENT OR OF THE DEALER GETS    *
      *         THE UMBRELLA'S PROGRESS - FUNDS CREATED, SKIPPED, AND  *
      *         HOW MANY OF THE CREATED REQUESTS ARE STILL PENDING,    *
      *         APPROVED OR DENIED ON VDPM06_MCA_ENRL RIGHT NOW - AND  *
      *         A RESULT SET OF THE FUNDS WITH THEIR CURRENT STATUS.   *
      *         THE GROUP IS COMPLETE ('C') ONCE NO CREATED REQUEST    *
      *         IS STILL PENDING, OTHERWISE OPEN ('O').                *
      *   'L' - LIST: A RESULT SET OF EVERY UMBRELLA WHERE ONE OF THE  *
      *         USER'S COMPANIES IS THE PARENT OR THE DEALER, WITH     *
      *         THE SAME PROGRESS COUNTS.                              *
      *                                                                *
      * THE SUBMIT IS ONE UNIT OF WORK; A DATABASE ERROR IN DPMXECHK   *
      * OR DPMXENRL ROLLS THE WHOLE UMBRELLA BACK.                     *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 PARENT COMPANY OR UMBRELLA NOT     *
      * FOUND, SP02 NO FUNDS TO ENROLL / FAMILY TOO LARGE, SP03 USER   *
      * NOT OF THE PARENT (OR DEALER ON AN INQUIRY), SP50 INVALID      *
      * INPUT, SP99 DATABASE ERROR.                                    *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM75_ENRL_UMBR      - UMBRELLA ENROLLMENT REQUEST            *
      *                                                                *
      * VDPM76_ENRL_UMBR_FUND - FUND OUTCOMES UNDER AN UMBRELLA        *
      *                                                                *
      * VDPM02_DELR_CMPNY     - COMPANY HIERARCHY (CRT_CMPNY_ID)       *
      *                                                                *
      * VDPM03_CMPNY_USER     - COMPANY USER                           *
      *                                                                *
      * VDPM06_MCA_ENRL       - ENROLLMENT (PROGRESS, VIA DPMXENRL)    *
      *                                                                *
      * VDTM54_DEBUG_CNTRL    - DEBUG CONTROL TABLE                    *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM7501  - DCLGEN FOR VDPM75_ENRL_UMBR
      * DPM7601  - DCLGEN FOR VDPM76_ENRL_UMBR_FUND
      * DTM5401  - DCLGEN FOR VDTM54_DEBUG_CNTRL
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      * COPYBOOK:                                                      *
      * ---------                                                      *
      * DB2000IA                                                       *
      * DB2000IB                                                       *
      * DB2000IC                                                       *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXECHK - ENROLLMENT ELIGIBILITY PRE-CHECK                    *
      * DPMXENRL - RAISES EACH FUND'S ENROLLMENT REQUEST               *
      *----------------------------------------------------------------
      *              M A I N T E N A N C E   H I S T O R Y            *
      *                                                               *
      * DATE CHANGED    VERSION     PROGRAMMER                        *
      * ------------    -------     --------------------              *
      *                                                               *
      * 10/15/2026        01.00     COGNIZANT                         *
      *                             INITIAL IMPLEMENTATION            *
      *                                                               *
      * 10/15/2026        02.00     COGNIZANT                         *
      *                             PASSES THE NEW DPMXENRL           *
      *                             INVITATION CODE PARAMETER (BLANK) *
      *                                                               *
      * 10/15/2026        03.00     COGNIZANT                         *
      *                             PASSES THE NEW DPMXENRL REASON    *
      *                             CODE/TEXT PARAMETERS (BLANK - A   *
      *                             NEW REQUEST CARRIES NO REASON)    *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXUMBR'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-UMBR-SEQ               PIC S9(9) COMP.
             05  WS-USER-CNT               PIC S9(9) COMP.
             05  WS-PEND-CT                PIC S9(9) COMP.
             05  WS-APRV-CT                PIC S9(9) COMP.
             05  WS-DENY-CT                PIC S9(9) COMP.
             05  WS-IX                     PIC S9(4) COMP.
             05  WS-MATCH-IX               PIC S9(4) COMP.
             05  WS-RSN-IX                 PIC S9(4) COMP.
             05  WS-RSN-PTR                PIC S9(4) COMP.
             05  WS-WALK-ID                PIC X(08).
             05  WS-CHILD-ID               PIC X(08).
             05  WS-CAND-ID                PIC X(08).
             05  WS-CHILD-EOF-SW           PIC X(01) VALUE 'N'.
                 88  NO-MORE-CHILDREN      VALUE 'Y'.
             05  WS-MATCH-SW               PIC X(01) VALUE 'N'.
                 88  WS-MATCH-FOUND        VALUE 'Y'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-EMPTY-PRNT-CMPNY       PIC X(50) VALUE
                 'Parent company id is empty'.
             05  WS-EMPTY-DELR-CMPNY       PIC X(50) VALUE
                 'Dealer company id is empty'.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Template id is empty'.
             05  WS-INVLD-SCOPE-CD         PIC X(50) VALUE
                 'Scope must be L (fund list) or A (all children)'.
             05  WS-INVLD-FUND-CNT         PIC X(50) VALUE
                 'Fund list must hold between 1 and 50 funds'.
             05  WS-EMPTY-UMBR-ID          PIC X(50) VALUE
                 'Umbrella id is empty'.
             05  WS-PRNT-NOT-FOUND         PIC X(50) VALUE
                 'Parent company not found'.
             05  WS-UMBR-NOT-FOUND         PIC X(50) VALUE
                 'Umbrella request not found'.
             05  WS-NOT-PRNT-USER          PIC X(50) VALUE
                 'User does not belong to the parent company'.
             05  WS-NOT-UMBR-USER          PIC X(50) VALUE
                 'User does not belong to the parent or the dealer'.
             05  WS-NO-FUNDS               PIC X(50) VALUE
                 'No funds to enroll under this parent company'.
             05  WS-FAMILY-TOO-LARGE       PIC X(50) VALUE
                 'Over 200 funds - submit the family as fund lists'.
             05  WS-FUND-NOT-CHILD         PIC X(50) VALUE
                 'Fund is not below the parent company'.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-SUBMIT     VALUE 'S'.
                 88  WS-PROCESS-INQUIRE    VALUE 'Q'.
                 88  WS-PROCESS-LIST       VALUE 'L'.
      *
      * THE PARENT'S SUBTREE, BREADTH FIRST; ENTRY 1 IS THE PARENT
      * ITSELF (200-COMPANY LIMIT, AS DPMXORGR).
       01  WS-SUBTREE-AREA.
           05 WS-SUBTREE-CNT               PIC S9(4) COMP VALUE 0.
           05 WS-SCAN-IX                   PIC S9(4) COMP VALUE 0.
           05 WS-SUBTREE-ID                PIC X(08) OCCURS 200 TIMES.
      *
      * THE FUNDS BEING ENROLLED AND WHETHER EACH SITS BELOW THE
      * PARENT.
       01  WS-FUND-AREA.
           05 WS-FUND-CNT                  PIC S9(4) COMP VALUE 0.
           05 WS-FUND-ENTRY                OCCURS 200 TIMES.
              10 WS-FUND-ID                PIC X(08).
              10 WS-FUND-CHILD-SW          PIC X(01).
                 88 WS-FUND-IS-CHILD       VALUE 'Y'.
      *
      **PASS AREA FOR DPMXECHK - MUST MATCH ITS LINKAGE SECTION
       01  WS-ECHK-OUTSQLCA                PIC X(179).
       01  WS-ECHK-SP-ERROR-AREA           PIC X(80).
       01  WS-ECHK-SP-RC                   PIC X(04).
       01  WS-ECHK-DELR-CMPNY-ID           PIC X(08).
       01  WS-ECHK-CLNT-CMPNY-ID           PIC X(08).
       01  WS-ECHK-TMPLT-ID                PIC S9(9) USAGE COMP.
       01  WS-ECHK-ELIGIBLE-IN             PIC X(01).
       01  WS-ECHK-REASON-CNT              PIC S9(4) USAGE COMP.
       01  WS-ECHK-REASON-TBL.
           05 WS-ECHK-REASON-ENTRY OCCURS 10 TIMES.
              10 WS-ECHK-REASON-CD         PIC X(04).
              10 WS-ECHK-REASON-SEV        PIC X(01).
      *
      **PASS AREA FOR DPMXENRL - MUST MATCH ITS LINKAGE SECTION
       01  WS-ENRL-OUTSQLCA                PIC X(179).
       01  WS-ENRL-SP-ERROR-AREA           PIC X(80).
       01  WS-ENRL-SP-RC                   PIC X(04).
       01  WS-ENRL-MCA-TMPLT-ID            PIC S9(9) COMP.
       01  WS-ENRL-CLNT-CMPNY-ID           PIC X(08).
       01  WS-ENRL-DELR-CMPNY-ID           PIC X(08).
       01  WS-ENRL-DELR-STAT-CD            PIC X(1).
       01  WS-ENRL-USER-ID                 PIC X(10).
       01  WS-ENRL-TS                      PIC X(26).
       01  WS-ENRL-INVTN-CD                PIC X(14).
       01  WS-ENRL-RSN-CD                  PIC X(04).
       01  WS-ENRL-RSN-TX                  PIC X(80).
      *
       01  WS-ERROR-AREA.
             05  WS-PARAGRAPH-NAME         PIC X(40).
             05  FILLER                    PIC X VALUE ','.
             05  WS-TABLE-NAME             PIC X(128).
             05  WS-SQLCODE                PIC 9(7).

       01  WS-TS                           PIC X(26).
       01  WS-DISPLAY-SWITCH               PIC X(01) VALUE 'N'.
           88 DISPLAY-PARAMETERS                     VALUE 'Y'.
           88 HIDE-PARAMETERS                        VALUE 'N'.

      *****************************************************************
      *                        SQL INCLUDES                            *
      ******************************************************************
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DPM7501
           END-EXEC.

           EXEC SQL
                INCLUDE DPM7601
           END-EXEC.

      * INCLUDE FOR VDTM54_DEBUG_CNTRL
           EXEC SQL
                INCLUDE DTM5401
           END-EXEC.

           EXEC SQL
                DECLARE CHILD_CSR CURSOR FOR
                 SELECT CMPNY_ID
                   FROM VDPM02_DELR_CMPNY
                  WHERE CRT_CMPNY_ID = :WS-WALK-ID
                    AND CMPNY_ID    <> :WS-WALK-ID
                  ORDER BY CMPNY_ID
                   WITH UR
           END-EXEC.
      ******************************************************************
      * DB2 STANDARD COPYBOOK WITH FORMATTED DISPLAY SQLCA
      * THIS MUST REMAIN AS THE LAST ENTRY IN WORKING STORAGE
      ******************************************************************
       COPY  DB2000IA.

       LINKAGE SECTION.

      *PICTURE CLAUSE FOR OUTSQLCA - PIC X(179) - FOR LINKAGE SECTION
       COPY  DB2000IB.
       01  LS-SP-ERROR-AREA                PIC X(80).
       01  LS-SP-RC                        PIC X(04).
       01  LS-IN-OPR-FLAG                  PIC X(01).
       01  LS-IN-UMBR-ID                   PIC S9(09) COMP.
       01  LS-IN-PRNT-CMPNY-ID             PIC X(08).
       01  LS-IN-DELR-CMPNY-ID             PIC X(08).
       01  LS-IN-MCA-TMPLT-ID              PIC S9(09) COMP.
       01  LS-IN-SCOPE-CD                  PIC X(01).
       01  LS-IN-FUND-CNT                  PIC S9(04) COMP.
       01  LS-IN-FUND-TBL.
           05 LS-IN-FUND-ID                PIC X(08) OCCURS 50 TIMES.
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-OUT-UMBR-ID                  PIC S9(09) COMP.
       01  LS-OUT-FUND-CT                  PIC S9(09) COMP.
       01  LS-OUT-CRTD-CT                  PIC S9(09) COMP.
       01  LS-OUT-SKIP-CT                  PIC S9(09) COMP.
       01  LS-OUT-PEND-CT                  PIC S9(09) COMP.
       01  LS-OUT-APRV-CT                  PIC S9(09) COMP.
       01  LS-OUT-DENY-CT                  PIC S9(09) COMP.
       01  LS-OUT-GRP-STAT-CD              PIC X(01).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-UMBR-ID,
                                 LS-IN-PRNT-CMPNY-ID,
                                 LS-IN-DELR-CMPNY-ID,
                                 LS-IN-MCA-TMPLT-ID,
                                 LS-IN-SCOPE-CD,
                                 LS-IN-FUND-CNT,
                                 LS-IN-FUND-TBL,
                                 LS-IN-LOG-USR-ID,
                                 LS-OUT-UMBR-ID,
                                 LS-OUT-FUND-CT,
                                 LS-OUT-CRTD-CT,
                                 LS-OUT-SKIP-CT,
                                 LS-OUT-PEND-CT,
                                 LS-OUT-APRV-CT,
                                 LS-OUT-DENY-CT,
                                 LS-OUT-GRP-STAT-CD.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           EVALUATE TRUE
              WHEN WS-PROCESS-SUBMIT
                 PERFORM 3000-SUBMIT-UMBRELLA
              WHEN WS-PROCESS-INQUIRE
                 PERFORM 4000-INQUIRE-UMBRELLA
              WHEN WS-PROCESS-LIST
                 PERFORM 5000-LIST-UMBRELLAS
           END-EVALUATE

           IF DISPLAY-PARAMETERS
              PERFORM 9100-DISPLAY-DATA
           END-IF

           PERFORM 9990-GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*

           MOVE '1000-INITIALIZE'          TO WS-PARAGRAPH-NAME
           MOVE SPACES                     TO OUTSQLCA, LS-SP-ERROR-AREA
           MOVE 'SP00'                     TO LS-SP-RC
           MOVE +0                         TO LS-OUT-UMBR-ID
                                              LS-OUT-FUND-CT
                                              LS-OUT-CRTD-CT
                                              LS-OUT-SKIP-CT
                                              LS-OUT-PEND-CT
                                              LS-OUT-APRV-CT
                                              LS-OUT-DENY-CT
           MOVE SPACES                     TO LS-OUT-GRP-STAT-CD
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-SCOPE-CD)
                                           TO  LS-IN-SCOPE-CD
           MOVE FUNCTION UPPER-CASE(LS-IN-PRNT-CMPNY-ID)
                                           TO  LS-IN-PRNT-CMPNY-ID
           MOVE FUNCTION UPPER-CASE(LS-IN-DELR-CMPNY-ID)
                                           TO  LS-IN-DELR-CMPNY-ID
           MOVE LS-IN-OPR-FLAG             TO  WS-PROCESS-IND-SW

           EXEC SQL
                SELECT ACTVT_DSPLY_IN
                  INTO :D054-ACTVT-DSPLY-IN
                FROM   VDTM54_DEBUG_CNTRL
                WHERE PRGM_ID = :WS-PROGRAM
                WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                  IF D054-ACTVT-DSPLY-IN = 'Y'
                     SET DISPLAY-PARAMETERS TO TRUE

                     EXEC SQL
                       SET :WS-TS = CURRENT TIMESTAMP
                     END-EXEC

                  END-IF
              WHEN 100
                  CONTINUE
              WHEN OTHER
                  PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF DISPLAY-PARAMETERS
              DISPLAY WS-DASHES
              DISPLAY 'DPMXUMBR STARTED AT      :' WS-TS
              DISPLAY WS-DASHES
           END-IF

           .
      *------------------------*
       2000-VALIDATE-INPUT.
      *------------------------*

           MOVE '2000-VALIDATE-INPUT'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-OPR-FLAG  > SPACES
              IF  WS-PROCESS-SUBMIT
              OR  WS-PROCESS-INQUIRE
              OR  WS-PROCESS-LIST
                  CONTINUE
              ELSE
                  MOVE WS-INVLD-OPR-FLG    TO LS-SP-ERROR-AREA
                  MOVE 'SP50'              TO LS-SP-RC
                  PERFORM 9100-DISPLAY-DATA
                  PERFORM 9990-GOBACK
              END-IF
           ELSE
              MOVE WS-EMPTY-OPR-FLG        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-LOG-USR-ID  > SPACES
              CONTINUE
           ELSE
              MOVE WS-EMPTY-LOG-USR-ID     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EVALUATE TRUE
              WHEN WS-PROCESS-SUBMIT
                 PERFORM 2100-VALIDATE-SUBMIT
              WHEN WS-PROCESS-INQUIRE
                 IF LS-IN-UMBR-ID NOT > ZEROES
                    MOVE WS-EMPTY-UMBR-ID  TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *------------------------*
       2100-VALIDATE-SUBMIT.
      *------------------------*

           MOVE '2100-VALIDATE-SUBMIT'     TO WS-PARAGRAPH-NAME

           IF LS-IN-PRNT-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-PRNT-CMPNY     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-DELR-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-DELR-CMPNY     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-MCA-TMPLT-ID NOT > ZEROES
              MOVE WS-EMPTY-TMPLT-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EVALUATE LS-IN-SCOPE-CD
              WHEN 'A'
                 CONTINUE
              WHEN 'L'
                 IF LS-IN-FUND-CNT < 1
                 OR LS-IN-FUND-CNT > 50
                    MOVE WS-INVLD-FUND-CNT TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 MOVE WS-INVLD-SCOPE-CD    TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
           END-EVALUATE

           MOVE 'VDPM02_DELR_CMPNY'        TO WS-TABLE-NAME
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-USER-CNT
                  FROM VDPM02_DELR_CMPNY
                 WHERE CMPNY_ID = :LS-IN-PRNT-CMPNY-ID
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-USER-CNT = 0
              MOVE WS-PRNT-NOT-FOUND       TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    ONLY A USER OF THE PARENT MAY RAISE THE UMBRELLA
           MOVE 'VDPM03_CMPNY_USER'        TO WS-TABLE-NAME
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-USER-CNT
                  FROM VDPM03_CMPNY_USER
                 WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                   AND CMPNY_ID      = :LS-IN-PRNT-CMPNY-ID
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-USER-CNT = 0
              MOVE WS-NOT-PRNT-USER        TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *------------------------*
       3000-SUBMIT-UMBRELLA.
      *------------------------*

           MOVE '3000-SUBMIT-UMBRELLA'     TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3100-BUILD-SUBTREE

           IF  WS-SUBTREE-CNT >= 200
           AND WS-SCAN-IX NOT > WS-SUBTREE-CNT
           AND LS-IN-SCOPE-CD = 'A'
              MOVE WS-FAMILY-TOO-LARGE     TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           PERFORM 3200-BUILD-FUND-LIST

           IF WS-FUND-CNT = 0
              MOVE WS-NO-FUNDS             TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE 'VDPM75_ENRL_UMBR'         TO WS-TABLE-NAME
           EXEC SQL
               SET :WS-UMBR-SEQ = (NEXT VALUE FOR DPM.SQDPM751)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
                SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC

           INITIALIZE DCLVDPM75-ENRL-UMBR
           MOVE WS-UMBR-SEQ                TO D75A-UMBR-ID
           MOVE LS-IN-PRNT-CMPNY-ID        TO D75A-PRNT-CMPNY-ID
           MOVE LS-IN-DELR-CMPNY-ID        TO D75A-DELR-CMPNY-ID
           MOVE LS-IN-MCA-TMPLT-ID         TO D75A-RQST-TMPLT-ID
           MOVE LS-IN-SCOPE-CD             TO D75A-SCOPE-CD
           MOVE WS-FUND-CNT                TO D75A-FUND-CT
           MOVE LS-IN-LOG-USR-ID           TO D75A-RQST-USER-ID
                                              D75A-ROW-UPDT-USER-ID
           MOVE WS-TS                      TO D75A-RQST-TS
                                              D75A-ROW-UPDT-TS

           PERFORM 3300-PROCESS-ONE-FUND
              VARYING WS-IX FROM 1 BY 1
                UNTIL WS-IX > WS-FUND-CNT

           PERFORM 3500-INSERT-UMBRELLA

           MOVE D75A-UMBR-ID               TO LS-OUT-UMBR-ID
           MOVE D75A-FUND-CT               TO LS-OUT-FUND-CT
           MOVE D75A-CRTD-CT               TO LS-OUT-CRTD-CT
                                              LS-OUT-PEND-CT
           MOVE D75A-SKIP-CT               TO LS-OUT-SKIP-CT
           IF D75A-CRTD-CT > 0
              MOVE 'O'                     TO LS-OUT-GRP-STAT-CD
           ELSE
              MOVE 'C'                     TO LS-OUT-GRP-STAT-CD
           END-IF
           .
      *------------------------*
       3100-BUILD-SUBTREE.
      *------------------------*
      * BREADTH-FIRST SWEEP: START WITH THE PARENT, THEN KEEP ADDING
      * DIRECT CHILDREN OF COMPANIES ALREADY IN THE TABLE UNTIL
      * NOTHING NEW TURNS UP OR THE 200-COMPANY LIMIT IS REACHED.

           MOVE '3100-BUILD-SUBTREE'       TO WS-PARAGRAPH-NAME

           MOVE 1                          TO WS-SUBTREE-CNT
           MOVE LS-IN-PRNT-CMPNY-ID        TO WS-SUBTREE-ID(1)
           MOVE 1                          TO WS-SCAN-IX

           PERFORM 3110-ADD-CHILDREN
                   UNTIL WS-SCAN-IX > WS-SUBTREE-CNT
                      OR WS-SUBTREE-CNT >= 200
           .
      *------------------------*
       3110-ADD-CHILDREN.
      *------------------------*

           MOVE '3110-ADD-CHILDREN'        TO WS-PARAGRAPH-NAME
           MOVE 'VDPM02_DELR_CMPNY'        TO WS-TABLE-NAME

           MOVE WS-SUBTREE-ID(WS-SCAN-IX)  TO WS-WALK-ID

           EXEC SQL
                OPEN CHILD_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                        TO WS-CHILD-EOF-SW
           PERFORM 3120-FETCH-NEXT-CHILD
           PERFORM UNTIL NO-MORE-CHILDREN
                      OR WS-SUBTREE-CNT >= 200
              ADD 1                        TO WS-SUBTREE-CNT
              MOVE WS-CHILD-ID          TO WS-SUBTREE-ID(WS-SUBTREE-CNT)
              PERFORM 3120-FETCH-NEXT-CHILD
           END-PERFORM

           EXEC SQL
                CLOSE CHILD_CSR
           END-EXEC

           ADD 1                           TO WS-SCAN-IX
           .
      *------------------------*
       3120-FETCH-NEXT-CHILD.
      *------------------------*

           EXEC SQL
                FETCH CHILD_CSR
                 INTO :WS-CHILD-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET NO-MORE-CHILDREN      TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       3200-BUILD-FUND-LIST.
      *------------------------*
      * SCOPE 'A' TAKES EVERY COMPANY BELOW THE PARENT.  SCOPE 'L'
      * TAKES THE FUNDS PASSED IN, DROPPING BLANKS AND REPEATS, AND
      * NOTES WHICH OF THEM ARE REALLY BELOW THE PARENT.

           MOVE '3200-BUILD-FUND-LIST'     TO WS-PARAGRAPH-NAME

           MOVE 0                          TO WS-FUND-CNT

           IF LS-IN-SCOPE-CD = 'A'
              PERFORM VARYING WS-IX FROM 2 BY 1
                        UNTIL WS-IX > WS-SUBTREE-CNT
                 ADD 1                     TO WS-FUND-CNT
                 MOVE WS-SUBTREE-ID(WS-IX) TO WS-FUND-ID(WS-FUND-CNT)
                 MOVE 'Y'            TO WS-FUND-CHILD-SW(WS-FUND-CNT)
              END-PERFORM
           ELSE
              PERFORM 3210-ADD-LISTED-FUND THRU 3210-EXIT
                 VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > LS-IN-FUND-CNT
           END-IF
           .
      *------------------------*
       3210-ADD-LISTED-FUND.
      *------------------------*

           MOVE FUNCTION UPPER-CASE(LS-IN-FUND-ID(WS-IX))
                                           TO WS-CAND-ID

           IF WS-CAND-ID NOT > SPACES
              GO TO 3210-EXIT
           END-IF

           MOVE 'N'                        TO WS-MATCH-SW
           PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                     UNTIL WS-MATCH-IX > WS-FUND-CNT
                        OR WS-MATCH-FOUND
              IF WS-FUND-ID(WS-MATCH-IX) = WS-CAND-ID
                 SET WS-MATCH-FOUND        TO TRUE
              END-IF
           END-PERFORM

           IF WS-MATCH-FOUND
              GO TO 3210-EXIT
           END-IF

           ADD 1                           TO WS-FUND-CNT
           MOVE WS-CAND-ID                 TO WS-FUND-ID(WS-FUND-CNT)
           MOVE 'N'                   TO WS-FUND-CHILD-SW(WS-FUND-CNT)

      *    THE PARENT ITSELF (ENTRY 1) IS NOT ONE OF ITS FUNDS
           MOVE 'N'                        TO WS-MATCH-SW
           PERFORM VARYING WS-MATCH-IX FROM 2 BY 1
                     UNTIL WS-MATCH-IX > WS-SUBTREE-CNT
                        OR WS-MATCH-FOUND
              IF WS-SUBTREE-ID(WS-MATCH-IX) = WS-CAND-ID
                 SET WS-MATCH-FOUND        TO TRUE
              END-IF
           END-PERFORM

           IF WS-MATCH-FOUND
              MOVE 'Y'                TO WS-FUND-CHILD-SW(WS-FUND-CNT)
           END-IF
           .
       3210-EXIT.
           EXIT.
      *------------------------*
       3300-PROCESS-ONE-FUND.
      *------------------------*
      * PRE-CHECK THE FUND, RAISE ITS REQUEST IF IT IS ELIGIBLE, AND
      * RECORD THE OUTCOME UNDER THE UMBRELLA.

           MOVE '3300-PROCESS-ONE-FUND'    TO WS-PARAGRAPH-NAME

           INITIALIZE DCLVDPM76-ENRL-UMBR-FUND
           MOVE D75A-UMBR-ID               TO D76A-UMBR-ID
           MOVE WS-FUND-ID(WS-IX)          TO D76A-CLNT-CMPNY-ID
           MOVE WS-TS                      TO D76A-ROW-UPDT-TS

           IF WS-FUND-IS-CHILD(WS-IX)
              PERFORM 3310-PRECHECK-FUND
              IF WS-ECHK-ELIGIBLE-IN = 'Y'
                 PERFORM 3320-RAISE-ENROLLMENT
              END-IF
           ELSE
              SET D76A-FUND-INELIGIBLE     TO TRUE
              MOVE 'UM01E'                 TO D76A-RSN-CD-TX
              MOVE 'SP60'                  TO D76A-SP-RC
              MOVE WS-FUND-NOT-CHILD       TO D76A-SP-ERR-TX
           END-IF

           IF D76A-FUND-CREATED
              ADD 1                        TO D75A-CRTD-CT
           ELSE
              ADD 1                        TO D75A-SKIP-CT
           END-IF

           MOVE 'VDPM76_ENRL_UMBR_FUND'    TO WS-TABLE-NAME
           EXEC SQL
                INSERT INTO VDPM76_ENRL_UMBR_FUND
                      (UMBR_ID
                      ,CLNT_CMPNY_ID
                      ,FUND_STAT_CD
                      ,RSN_CD_TX
                      ,SP_RC
                      ,SP_ERR_TX
                      ,ROW_UPDT_TS)
                VALUES
                      (:D76A-UMBR-ID
                      ,:D76A-CLNT-CMPNY-ID
                      ,:D76A-FUND-STAT-CD
                      ,:D76A-RSN-CD-TX
                      ,:D76A-SP-RC
                      ,:D76A-SP-ERR-TX
                      ,:D76A-ROW-UPDT-TS)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       3310-PRECHECK-FUND.
      *------------------------*
      * EVERY REASON DPMXECHK RAISES IS KEPT AS CODE + SEVERITY
      * (E.G. 'EL05E EL07W'), WARNINGS INCLUDED.

           MOVE '3310-PRECHECK-FUND'       TO WS-PARAGRAPH-NAME

           MOVE SPACES                     TO WS-ECHK-OUTSQLCA
                                              WS-ECHK-SP-ERROR-AREA
                                              WS-ECHK-ELIGIBLE-IN
                                              WS-ECHK-REASON-TBL
           MOVE 'SP00'                     TO WS-ECHK-SP-RC
           MOVE 0                          TO WS-ECHK-REASON-CNT
           MOVE LS-IN-DELR-CMPNY-ID        TO WS-ECHK-DELR-CMPNY-ID
           MOVE WS-FUND-ID(WS-IX)          TO WS-ECHK-CLNT-CMPNY-ID
           MOVE LS-IN-MCA-TMPLT-ID         TO WS-ECHK-TMPLT-ID

           CALL 'DPMXECHK' USING WS-ECHK-OUTSQLCA,
                                 WS-ECHK-SP-ERROR-AREA,
                                 WS-ECHK-SP-RC,
                                 WS-ECHK-DELR-CMPNY-ID,
                                 WS-ECHK-CLNT-CMPNY-ID,
                                 WS-ECHK-TMPLT-ID,
                                 WS-ECHK-ELIGIBLE-IN,
                                 WS-ECHK-REASON-CNT,
                                 WS-ECHK-REASON-TBL

           IF WS-ECHK-SP-RC = 'SP99'
              MOVE 'DPMXECHK'              TO WS-TABLE-NAME
              MOVE WS-ECHK-SP-ERROR-AREA   TO LS-SP-ERROR-AREA
              PERFORM 9050-CALLED-SP-ERROR
           END-IF

           MOVE 1                          TO WS-RSN-PTR
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                     UNTIL WS-RSN-IX > WS-ECHK-REASON-CNT
                        OR WS-RSN-IX > 8
              STRING WS-ECHK-REASON-CD(WS-RSN-IX)
                     WS-ECHK-REASON-SEV(WS-RSN-IX)
                     ' '
                     DELIMITED BY SIZE
                     INTO D76A-RSN-CD-TX
                     WITH POINTER WS-RSN-PTR
              END-STRING
           END-PERFORM

           IF WS-ECHK-ELIGIBLE-IN NOT = 'Y'
              SET D76A-FUND-INELIGIBLE     TO TRUE
              MOVE WS-ECHK-SP-RC           TO D76A-SP-RC
              MOVE WS-ECHK-SP-ERROR-AREA   TO D76A-SP-ERR-TX
           END-IF
           .
      *------------------------*
       3320-RAISE-ENROLLMENT.
      *------------------------*
      * THE PARENT'S USER RAISES THE FUND'S REQUEST; DPMXENRL ACCEPTS
      * A USER OF ANY COMPANY ON THE FUND'S PARENT CHAIN.

           MOVE '3320-RAISE-ENROLLMENT'    TO WS-PARAGRAPH-NAME

           MOVE SPACES                     TO WS-ENRL-OUTSQLCA
                                              WS-ENRL-SP-ERROR-AREA
                                              WS-ENRL-TS
                                              WS-ENRL-INVTN-CD
                                              WS-ENRL-RSN-CD
                                              WS-ENRL-RSN-TX
           MOVE 'SP00'                     TO WS-ENRL-SP-RC
           MOVE LS-IN-MCA-TMPLT-ID         TO WS-ENRL-MCA-TMPLT-ID
           MOVE WS-FUND-ID(WS-IX)          TO WS-ENRL-CLNT-CMPNY-ID
           MOVE LS-IN-DELR-CMPNY-ID        TO WS-ENRL-DELR-CMPNY-ID
           MOVE 'P'                        TO WS-ENRL-DELR-STAT-CD
           MOVE LS-IN-LOG-USR-ID           TO WS-ENRL-USER-ID

           CALL 'DPMXENRL' USING WS-ENRL-OUTSQLCA,
                                 WS-ENRL-SP-ERROR-AREA,
                                 WS-ENRL-SP-RC,
                                 WS-ENRL-MCA-TMPLT-ID,
                                 WS-ENRL-CLNT-CMPNY-ID,
                                 WS-ENRL-DELR-CMPNY-ID,
                                 WS-ENRL-DELR-STAT-CD,
                                 WS-ENRL-USER-ID,
                                 WS-ENRL-TS,
                                 WS-ENRL-INVTN-CD,
                                 WS-ENRL-RSN-CD,
                                 WS-ENRL-RSN-TX

           EVALUATE WS-ENRL-SP-RC
              WHEN 'SP00'
                 SET D76A-FUND-CREATED     TO TRUE
                 MOVE WS-ENRL-SP-RC        TO D76A-SP-RC
              WHEN 'SP99'
                 MOVE 'DPMXENRL'           TO WS-TABLE-NAME
                 MOVE WS-ENRL-SP-ERROR-AREA
                                           TO LS-SP-ERROR-AREA
                 PERFORM 9050-CALLED-SP-ERROR
              WHEN OTHER
                 SET D76A-FUND-REJECTED    TO TRUE
                 MOVE WS-ENRL-SP-RC        TO D76A-SP-RC
                 MOVE WS-ENRL-SP-ERROR-AREA
                                           TO D76A-SP-ERR-TX
           END-EVALUATE
           .
      *------------------------*
       3500-INSERT-UMBRELLA.
      *------------------------*
      * THE UMBRELLA ROW GOES IN LAST, CARRYING THE FINAL COUNTS.

           MOVE '3500-INSERT-UMBRELLA'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM75_ENRL_UMBR'         TO WS-TABLE-NAME

           SET D75A-UMBR-SUBMITTED         TO TRUE

           EXEC SQL
                INSERT INTO VDPM75_ENRL_UMBR
                      (UMBR_ID
                      ,PRNT_CMPNY_ID
                      ,DELR_CMPNY_ID
                      ,RQST_TMPLT_ID
                      ,SCOPE_CD
                      ,UMBR_STAT_CD
                      ,FUND_CT
                      ,CRTD_CT
                      ,SKIP_CT
                      ,RQST_USER_ID
                      ,RQST_TS
                      ,ROW_UPDT_TS
                      ,ROW_UPDT_USER_ID)
                VALUES
                      (:D75A-UMBR-ID
                      ,:D75A-PRNT-CMPNY-ID
                      ,:D75A-DELR-CMPNY-ID
                      ,:D75A-RQST-TMPLT-ID
                      ,:D75A-SCOPE-CD
                      ,:D75A-UMBR-STAT-CD
                      ,:D75A-FUND-CT
                      ,:D75A-CRTD-CT
                      ,:D75A-SKIP-CT
                      ,:D75A-RQST-USER-ID
                      ,:D75A-RQST-TS
                      ,:D75A-ROW-UPDT-TS
                      ,:D75A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       4000-INQUIRE-UMBRELLA.
      *------------------------*

           MOVE '4000-INQUIRE-UMBRELLA'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE 'VDPM75_ENRL_UMBR'         TO WS-TABLE-NAME
           EXEC SQL
                SELECT UMBR_ID
                      ,PRNT_CMPNY_ID
                      ,DELR_CMPNY_ID
                      ,RQST_TMPLT_ID
                      ,FUND_CT
                      ,CRTD_CT
                      ,SKIP_CT
                  INTO :D75A-UMBR-ID
                      ,:D75A-PRNT-CMPNY-ID
                      ,:D75A-DELR-CMPNY-ID
                      ,:D75A-RQST-TMPLT-ID
                      ,:D75A-FUND-CT
                      ,:D75A-CRTD-CT
                      ,:D75A-SKIP-CT
                  FROM VDPM75_ENRL_UMBR
                 WHERE UMBR_ID = :LS-IN-UMBR-ID
                  WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE WS-UMBR-NOT-FOUND    TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

      *    BOTH SIDES MAY FOLLOW THE UMBRELLA - THE PARENT AND THE
      *    DEALER
           MOVE 'VDPM03_CMPNY_USER'        TO WS-TABLE-NAME
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-USER-CNT
                  FROM VDPM03_CMPNY_USER
                 WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                   AND CMPNY_ID IN (:D75A-PRNT-CMPNY-ID
                                   ,:D75A-DELR-CMPNY-ID)
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-USER-CNT = 0
              MOVE WS-NOT-UMBR-USER        TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    PROGRESS IS READ FROM THE LIVE ENROLLMENT ROWS, SO IT
      *    FOLLOWS THE DEALER'S DECISIONS AS THEY ARE TAKEN
           MOVE 'VDPM06_MCA_ENRL'          TO WS-TABLE-NAME
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN ENRL.DELR_STAT_CD
                                           IN ('P','F')
                                         THEN 1 ELSE 0 END), 0)
                      ,COALESCE(SUM(CASE WHEN ENRL.DELR_STAT_CD = 'A'
                                         THEN 1 ELSE 0 END), 0)
                      ,COALESCE(SUM(CASE WHEN ENRL.DELR_STAT_CD = 'D'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WS-PEND-CT
                      ,:WS-APRV-CT
                      ,:WS-DENY-CT
                  FROM VDPM76_ENRL_UMBR_FUND FUND
                      ,VDPM06_MCA_ENRL       ENRL
                 WHERE FUND.UMBR_ID       = :D75A-UMBR-ID
                   AND FUND.FUND_STAT_CD  = 'C'
                   AND ENRL.DELR_CMPNY_ID = :D75A-DELR-CMPNY-ID
                   AND ENRL.CLNT_CMPNY_ID = FUND.CLNT_CMPNY_ID
                   AND ENRL.RQST_TMPLT_ID = :D75A-RQST-TMPLT-ID
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D75A-UMBR-ID               TO LS-OUT-UMBR-ID
           MOVE D75A-FUND-CT               TO LS-OUT-FUND-CT
           MOVE D75A-CRTD-CT               TO LS-OUT-CRTD-CT
           MOVE D75A-SKIP-CT               TO LS-OUT-SKIP-CT
           MOVE WS-PEND-CT                 TO LS-OUT-PEND-CT
           MOVE WS-APRV-CT                 TO LS-OUT-APRV-CT
           MOVE WS-DENY-CT                 TO LS-OUT-DENY-CT
           IF WS-PEND-CT > 0
              MOVE 'O'                     TO LS-OUT-GRP-STAT-CD
           ELSE
              MOVE 'C'                     TO LS-OUT-GRP-STAT-CD
           END-IF

           PERFORM 4100-OPEN-UMBR-FUND-CSR
           .
      *------------------------*
       4100-OPEN-UMBR-FUND-CSR.
      *------------------------*
      *    ONE ROW PER FUND: THE UMBRELLA OUTCOME AND, FOR A CREATED
      *    REQUEST, ITS CURRENT ENROLLMENT STATUS ('-' IF THE ROW HAS
      *    SINCE GONE).

           MOVE '4100-OPEN-UMBR-FUND-CSR'  TO WS-PARAGRAPH-NAME
           MOVE 'VDPM76_ENRL_UMBR_FUND'    TO WS-TABLE-NAME

           EXEC SQL
             DECLARE UMBR_FUND_CSR CURSOR WITH HOLD WITH RETURN FOR
                SELECT
                     FUND.CLNT_CMPNY_ID
                    ,COALESCE(CMPNY.CMPNY_NM, ' ')    AS CMPNY_NM
                    ,FUND.FUND_STAT_CD
                    ,FUND.RSN_CD_TX
                    ,FUND.SP_RC
                    ,FUND.SP_ERR_TX
                    ,CASE FUND.FUND_STAT_CD
                        WHEN 'C'
                           THEN COALESCE(ENRL.DELR_STAT_CD, '-')
                        ELSE ' '
                     END                              AS DELR_STAT_CD
                    ,ENRL.APRVR_USER_ID
                    ,ENRL.APRVL_TS
                FROM  VDPM76_ENRL_UMBR_FUND FUND
                LEFT OUTER JOIN VDPM02_DELR_CMPNY CMPNY
                  ON  CMPNY.CMPNY_ID       = FUND.CLNT_CMPNY_ID
                LEFT OUTER JOIN VDPM06_MCA_ENRL ENRL
                  ON  ENRL.DELR_CMPNY_ID   = :D75A-DELR-CMPNY-ID
                  AND ENRL.CLNT_CMPNY_ID   = FUND.CLNT_CMPNY_ID
                  AND ENRL.RQST_TMPLT_ID   = :D75A-RQST-TMPLT-ID
                  AND FUND.FUND_STAT_CD    = 'C'
                WHERE FUND.UMBR_ID         = :D75A-UMBR-ID
                ORDER BY FUND.FUND_STAT_CD, FUND.CLNT_CMPNY_ID
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN UMBR_FUND_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       5000-LIST-UMBRELLAS.
      *------------------------*
      *    EVERY UMBRELLA WHERE ONE OF THE USER'S COMPANIES IS THE
      *    PARENT OR THE DEALER, NEWEST FIRST, WITH ITS PROGRESS.

           MOVE '5000-LIST-UMBRELLAS'      TO WS-PARAGRAPH-NAME
           MOVE 'VDPM75_ENRL_UMBR'         TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE UMBR_LIST_CSR CURSOR WITH HOLD WITH RETURN FOR
                SELECT
                     UMBR.UMBR_ID
                    ,UMBR.PRNT_CMPNY_ID
                    ,UMBR.DELR_CMPNY_ID
                    ,UMBR.RQST_TMPLT_ID
                    ,UMBR.SCOPE_CD
                    ,UMBR.RQST_USER_ID
                    ,UMBR.RQST_TS
                    ,UMBR.FUND_CT
                    ,UMBR.CRTD_CT
                    ,UMBR.SKIP_CT
                    ,SUM(CASE WHEN ENRL.DELR_STAT_CD IN ('P','F')
                              THEN 1 ELSE 0 END)      AS PEND_CT
                    ,SUM(CASE WHEN ENRL.DELR_STAT_CD = 'A'
                              THEN 1 ELSE 0 END)      AS APRV_CT
                    ,SUM(CASE WHEN ENRL.DELR_STAT_CD = 'D'
                              THEN 1 ELSE 0 END)      AS DENY_CT
                FROM  VDPM75_ENRL_UMBR UMBR
                INNER JOIN VDPM76_ENRL_UMBR_FUND FUND
                  ON  FUND.UMBR_ID         = UMBR.UMBR_ID
                LEFT OUTER JOIN VDPM06_MCA_ENRL ENRL
                  ON  ENRL.DELR_CMPNY_ID   = UMBR.DELR_CMPNY_ID
                  AND ENRL.CLNT_CMPNY_ID   = FUND.CLNT_CMPNY_ID
                  AND ENRL.RQST_TMPLT_ID   = UMBR.RQST_TMPLT_ID
                  AND FUND.FUND_STAT_CD    = 'C'
                WHERE UMBR.PRNT_CMPNY_ID IN
                      (SELECT CMPNY_ID
                         FROM VDPM03_CMPNY_USER
                        WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID)
                   OR UMBR.DELR_CMPNY_ID IN
                      (SELECT CMPNY_ID
                         FROM VDPM03_CMPNY_USER
                        WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID)
                GROUP BY UMBR.UMBR_ID
                        ,UMBR.PRNT_CMPNY_ID
                        ,UMBR.DELR_CMPNY_ID
                        ,UMBR.RQST_TMPLT_ID
                        ,UMBR.SCOPE_CD
                        ,UMBR.RQST_USER_ID
                        ,UMBR.RQST_TS
                        ,UMBR.FUND_CT
                        ,UMBR.CRTD_CT
                        ,UMBR.SKIP_CT
                ORDER BY UMBR.RQST_TS DESC
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN UMBR_LIST_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*

           PERFORM 9100-DISPLAY-DATA
           MOVE 'Database error has occurred. Please contact DTCC.'
                                            TO LS-SP-ERROR-AREA
           MOVE 'SP99'                      TO LS-SP-RC
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY 'PARAGRAPH-NAME          :' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE-NAME              :' WS-TABLE-NAME
           DISPLAY 'SQLCODE                 :' WS-SQLCODE
           PERFORM 9999-FORMAT-SQLCA
           EXEC SQL
                ROLLBACK
           END-EXEC
           GOBACK
           .
      *------------------------*
       9050-CALLED-SP-ERROR.
      *------------------------*
      * A DATABASE ERROR INSIDE DPMXECHK OR DPMXENRL ENDS THE WHOLE
      * UMBRELLA; THE CALLED PROGRAM'S MESSAGE IS PASSED BACK.

           MOVE 'SP99'                      TO LS-SP-RC
           DISPLAY 'PARAGRAPH-NAME          :' WS-PARAGRAPH-NAME
           DISPLAY 'CALLED PROGRAM          :' WS-TABLE-NAME
           DISPLAY 'FUND COMPANY ID         :' WS-FUND-ID(WS-IX)
           PERFORM 9100-DISPLAY-DATA
           EXEC SQL
                ROLLBACK
           END-EXEC
           PERFORM 9990-GOBACK
           .
      *------------------------*
       9100-DISPLAY-DATA.
      *------------------------*

           IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'PROGRAM-NAME             :' WS-PROGRAM
               DISPLAY 'PARAGRAPH-NAME           :' WS-PARAGRAPH-NAME
               DISPLAY 'SP-ERROR-AREA            :' LS-SP-ERROR-AREA
               DISPLAY 'SP-RC                    :' LS-SP-RC
               DISPLAY 'LS-IN-OPR-FLAG           :' LS-IN-OPR-FLAG
               DISPLAY 'LS-IN-UMBR-ID            :' LS-IN-UMBR-ID
               DISPLAY 'LS-IN-PRNT-CMPNY-ID      :' LS-IN-PRNT-CMPNY-ID
               DISPLAY 'LS-IN-DELR-CMPNY-ID      :' LS-IN-DELR-CMPNY-ID
               DISPLAY 'LS-IN-MCA-TMPLT-ID       :' LS-IN-MCA-TMPLT-ID
               DISPLAY 'LS-IN-SCOPE-CD           :' LS-IN-SCOPE-CD
               DISPLAY 'LS-IN-FUND-CNT           :' LS-IN-FUND-CNT
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-OUT-UMBR-ID           :' LS-OUT-UMBR-ID
               DISPLAY 'LS-OUT-FUND-CT           :' LS-OUT-FUND-CT
               DISPLAY 'LS-OUT-CRTD-CT           :' LS-OUT-CRTD-CT
               DISPLAY 'LS-OUT-SKIP-CT           :' LS-OUT-SKIP-CT
               DISPLAY 'LS-OUT-PEND-CT           :' LS-OUT-PEND-CT
               DISPLAY 'LS-OUT-APRV-CT           :' LS-OUT-APRV-CT
               DISPLAY 'LS-OUT-DENY-CT           :' LS-OUT-DENY-CT
               DISPLAY 'LS-OUT-GRP-STAT-CD       :' LS-OUT-GRP-STAT-CD
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXUMBR    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXUMBR ENDED AT        :' WS-TS
               DISPLAY WS-DASHES
            END-IF
            GOBACK
           .
      *------------------*
       9999-FORMAT-SQLCA.
      *------------------*
           PERFORM DB2000I-FORMAT-SQLCA
              THRU DB2000I-FORMAT-SQLCA-EXIT

           .

      **MOVE STATEMENTS TO FORMAT THE OUTSQLCA USING DB2000IA & DB2000IB
        COPY DB2000IC.
