       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXCHGF.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXCHGF
      *    NAME  DPMXCHGF(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXCHGF                                            *
      *                                                                *
      * "WHAT CHANGED SINCE MY LAST SIGN-ON" FEED.  FOR THE SIGNED-ON  *
      * USER, RETURNS A RESULT SET OF THE CHANGES MADE BY OTHER USERS  *
      * SINCE THE USER'S PREVIOUS SIGN-ON TO THE TEMPLATES,            *
      * ENROLLMENTS AND COMMENT THREADS ONE OF THE USER'S COMPANIES    *
      * (VDPM03_CMPNY_USER) IS PARTY TO AS DEALER OR CLIENT:           *
      *                                                                *
      *   SAVE/PUBL/LOCK/UNLK/APRV/RCAL/EXTN/NOVN/SPRS/ACTN            *
      *        - VDPM26_USER_ACTN_LOG ENTRIES ON THE TEMPLATE (SAVES,  *
      *          PUBLICATION, LOCKS, APPROVAL SUBMISSION, RECALL,      *
      *          RESPONSE EXTENSION, NOVATION, SUPERSESSION)           *
      *   POST - AMENDMENTS POSTED TO VDPM16_MCA_AMND, ONE ROW PER     *
      *          TEMPLATE WITH THE NUMBER POSTED                       *
      *   STAT - VDPM14_MCA_TMPLT ROW CHANGED (STATUS, DEALER AND      *
      *          CLIENT STATUS AS THEY NOW STAND)                      *
      *   ENRL - VDPM06_MCA_ENRL ROW CHANGED (ASSIGNED TEMPLATE, OR    *
      *          THE REQUESTED ONE UNTIL ASSIGNED)                     *
      *   CMNT - NEW VDPM11_MCA_CMNT COMMENT (TEMPLATE FROM ITS        *
      *          VDPM18_MCA_LINK AMENDMENT, ZERO IF NOT YET LINKED);   *
      *          AN INTERNAL NOTE ONLY FOR THE COMPANY THAT POSTED IT  *
      *   DOCU - NEW VDPM12_MCA_DOC DOCUMENT ON A TEMPLATE OR COMPANY  *
      *   LKXF - VDPM10_MCA_LOCK NOW HELD BY ANOTHER USER              *
      *                                                                *
      * "SINCE" IS THE LATER OF THE USER'S PREVIOUS SIGN-ON - THE      *
      * LATEST SUCCESSFUL VDPM67_SIGNON_HIST ROW BEFORE THE ONE FOR    *
      * THIS SESSION (DPMXHUSR) - AND THE TIME THE USER LAST MARKED    *
      * THE FEED SEEN (VDPM77_USER_FEED_SEEN).  A USER WITH NEITHER    *
      * GETS THE LAST WS-FIRST-FEED-DAYS DAYS.  BOTH TIMES AND THE     *
      * "SINCE" USED ARE RETURNED.                                     *
      *                                                                *
      * ROWS ARE GROUPED BY TEMPLATE, THE TEMPLATE WITH THE NEWEST     *
      * CHANGE FIRST, AND NEWEST FIRST WITHIN EACH TEMPLATE.           *
      *                                                                *
      * LS-IN-MARK-SEEN-IN 'Y' ALSO MARKS EVERYTHING SEEN AS OF NOW,   *
      * SO THE NEXT CALL STARTS FROM HERE EVEN WITHOUT A NEW SIGN-ON.  *
      * THE FEED RETURNED BY THIS CALL IS NOT AFFECTED.                *
      *                                                                *
      * RETURN CODES: SP00 OK, SP03 USER NOT FOUND, SP50 INVALID       *
      * INPUT, SP99 DATABASE ERROR.                                    *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM67_SIGNON_HIST    - SIGN-ON HISTORY                        *
      *                                                                *
      * VDPM77_USER_FEED_SEEN - WHEN THE USER LAST MARKED THE FEED     *
      *                         SEEN                                   *
      *                                                                *
      * VDPM03_CMPNY_USER     - COMPANY USER                           *
      *                                                                *
      * VDPM26_USER_ACTN_LOG, VDPM14_MCA_TMPLT, VDPM16_MCA_AMND,       *
      * VDPM06_MCA_ENRL, VDPM11_MCA_CMNT, VDPM18_MCA_LINK,             *
      * VDPM12_MCA_DOC, VDPM10_MCA_LOCK - FEED SOURCES                 *
      *                                                                *
      * VDTM54_DEBUG_CNTRL    - DEBUG CONTROL TABLE                    *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM7701  - DCLGEN FOR VDPM77_USER_FEED_SEEN
      * DTM5401  - DCLGEN FOR VDTM54_DEBUG_CNTRL
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      * COPYBOOK:                                                      *
      * ---------                                                      *
      * DB2000IA                                                       *
      * DB2000IB                                                       *
      * DB2000IC                                                       *
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
      *                             CMNT ROWS LEAVE OUT INTERNAL      *
      *                             NOTES POSTED BY ANOTHER COMPANY   *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXCHGF'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-FIRST-FEED-DAYS        PIC S9(4) COMP VALUE 30.
             05  WS-USER-CNT               PIC S9(9) COMP.
             05  WS-PREV-SIGNON-TS         PIC X(26).
             05  WS-SEEN-TS                PIC X(26).
             05  WS-SINCE-TS               PIC X(26).
             05  WS-NULL-IND               PIC S9(4) COMP.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-INVLD-MARK-SEEN        PIC X(50) VALUE
                 'Mark seen indicator must be Y or N'.
             05  WS-USER-NOT-FOUND         PIC X(50) VALUE
                 'User not found'.
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
                INCLUDE DPM7701
           END-EXEC.

      * INCLUDE FOR VDTM54_DEBUG_CNTRL
           EXEC SQL
                INCLUDE DTM5401
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
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-IN-MARK-SEEN-IN              PIC X(01).
       01  LS-OUT-PREV-SIGNON-TS           PIC X(26).
       01  LS-OUT-SEEN-TS                  PIC X(26).
       01  LS-OUT-SINCE-TS                 PIC X(26).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-LOG-USR-ID,
                                 LS-IN-MARK-SEEN-IN,
                                 LS-OUT-PREV-SIGNON-TS,
                                 LS-OUT-SEEN-TS,
                                 LS-OUT-SINCE-TS.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-GET-SINCE-TS

           PERFORM 4000-OPEN-CHANGE-FEED

           IF LS-IN-MARK-SEEN-IN = 'Y'
              PERFORM 5000-MARK-FEED-SEEN
           END-IF

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
           MOVE SPACES                     TO LS-OUT-PREV-SIGNON-TS
                                              LS-OUT-SEEN-TS
                                              LS-OUT-SINCE-TS
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-MARK-SEEN-IN)
                                           TO  LS-IN-MARK-SEEN-IN

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
              DISPLAY 'DPMXCHGF STARTED AT      :' WS-TS
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

           IF LS-IN-LOG-USR-ID  > SPACES
              CONTINUE
           ELSE
              MOVE WS-EMPTY-LOG-USR-ID     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-MARK-SEEN-IN = SPACES
              MOVE 'N'                     TO LS-IN-MARK-SEEN-IN
           END-IF

           IF LS-IN-MARK-SEEN-IN = 'Y' OR 'N'
              CONTINUE
           ELSE
              MOVE WS-INVLD-MARK-SEEN      TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE 'VDPM03_CMPNY_USER'        TO WS-TABLE-NAME

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-USER-CNT
                  FROM VDPM03_CMPNY_USER
                 WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-USER-CNT = 0
              MOVE WS-USER-NOT-FOUND       TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *------------------------*
       3000-GET-SINCE-TS.
      *------------------------*
      *    THE LATEST SIGN-ON IS THIS SESSION'S OWN; THE ONE BEFORE IT
      *    IS THE PREVIOUS SIGN-ON.

           MOVE '3000-GET-SINCE-TS'        TO WS-PARAGRAPH-NAME
           MOVE 'VDPM67_SIGNON_HIST'       TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
                SELECT MAX(P.SIGNON_TS)
                  INTO :WS-PREV-SIGNON-TS :WS-NULL-IND
                  FROM VDPM67_SIGNON_HIST P
                 WHERE P.CMPNY_USER_ID  = :LS-IN-LOG-USR-ID
                   AND P.SIGNON_RSLT_CD IN ('S', 'N')
                   AND P.SIGNON_TS      <
                      (SELECT MAX(C.SIGNON_TS)
                         FROM VDPM67_SIGNON_HIST C
                        WHERE C.CMPNY_USER_ID  = :LS-IN-LOG-USR-ID
                          AND C.SIGNON_RSLT_CD IN ('S', 'N'))
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           IF WS-NULL-IND < 0
              MOVE SPACES                  TO WS-PREV-SIGNON-TS
           ELSE
              MOVE WS-PREV-SIGNON-TS       TO LS-OUT-PREV-SIGNON-TS
           END-IF

           MOVE 'VDPM77_USER_FEED_SEEN'    TO WS-TABLE-NAME

           EXEC SQL
                SELECT SEEN_TS
                  INTO :D77A-SEEN-TS
                  FROM VDPM77_USER_FEED_SEEN
                 WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                  WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE D77A-SEEN-TS         TO WS-SEEN-TS
                                              LS-OUT-SEEN-TS
              WHEN 100
                 MOVE SPACES               TO WS-SEEN-TS
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-PREV-SIGNON-TS = SPACES
               AND WS-SEEN-TS        = SPACES
                 EXEC SQL
                      SET :WS-SINCE-TS = CURRENT TIMESTAMP
                                       - :WS-FIRST-FEED-DAYS DAYS
                 END-EXEC
              WHEN WS-SEEN-TS > WS-PREV-SIGNON-TS
                 MOVE WS-SEEN-TS           TO WS-SINCE-TS
              WHEN OTHER
                 MOVE WS-PREV-SIGNON-TS    TO WS-SINCE-TS
           END-EVALUATE
           MOVE WS-SINCE-TS                TO LS-OUT-SINCE-TS
           .
      *------------------------*
       4000-OPEN-CHANGE-FEED.
      *------------------------*
      *    ONE ROW PER CHANGE MADE BY ANOTHER USER AFTER WS-SINCE-TS,
      *    WITH THE TIME OF THE TEMPLATE'S NEWEST CHANGE SO THE CALLER
      *    CAN BREAK ON TEMPLATE.

           MOVE '4000-OPEN-CHANGE-FEED'    TO WS-PARAGRAPH-NAME
           MOVE 'VDPM26_USER_ACTN_LOG'     TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE CHG_FEED_CSR CURSOR WITH HOLD WITH RETURN FOR
                WITH MYCO (CMPNY_ID) AS
                     (SELECT CMPNY_ID
                        FROM VDPM03_CMPNY_USER
                       WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID)
                    ,MYTMPLT (MCA_TMPLT_ID) AS
                     (SELECT MCA_TMPLT_ID
                        FROM VDPM14_MCA_TMPLT
                       WHERE DELR_CMPNY_ID IN
                             (SELECT CMPNY_ID FROM MYCO)
                          OR CLNT_CMPNY_ID IN
                             (SELECT CMPNY_ID FROM MYCO))
                    ,FEED (MCA_TMPLT_ID, EVNT_TS, EVNT_CD,
                           ACTR_USER_ID, EVNT_DTL_TX) AS
                     (SELECT ALOG.MCA_TMPLT_ID
                            ,ALOG.ACTN_TS
                            ,CASE ALOG.ACTN_CD
                                WHEN 'S' THEN 'SAVE'
                                WHEN 'P' THEN 'PUBL'
                                WHEN 'L' THEN 'LOCK'
                                WHEN 'U' THEN 'UNLK'
                                WHEN 'A' THEN 'APRV'
                                WHEN 'R' THEN 'RCAL'
                                WHEN 'E' THEN 'EXTN'
                                WHEN 'N' THEN 'NOVN'
                                WHEN 'Q' THEN 'SPRS'
                                ELSE          'ACTN'
                             END
                            ,ALOG.CMPNY_USER_ID
                            ,ALOG.ACTN_DTL_TX
                        FROM VDPM26_USER_ACTN_LOG ALOG
                       WHERE ALOG.ACTN_TS        > :WS-SINCE-TS
                         AND ALOG.CMPNY_USER_ID <> :LS-IN-LOG-USR-ID
                         AND ALOG.ACTN_CD   NOT IN ('C', 'X')
                         AND ALOG.MCA_TMPLT_ID  IN
                             (SELECT MCA_TMPLT_ID FROM MYTMPLT)
                      UNION ALL
                      SELECT AMND.MCA_TMPLT_ID
                            ,MAX(AMND.ROW_UPDT_TS)
                            ,'POST'
                            ,MAX(AMND.ROW_UPDT_USER_ID)
                            ,CAST(STRIP(CHAR(COUNT(*)))
                                  || ' AMENDMENT(S) POSTED'
                                  AS CHAR(80))
                        FROM VDPM16_MCA_AMND AMND
                       WHERE AMND.ROW_UPDT_TS       > :WS-SINCE-TS
                         AND AMND.ROW_UPDT_USER_ID <> :LS-IN-LOG-USR-ID
                         AND AMND.MCA_TMPLT_ID     IN
                             (SELECT MCA_TMPLT_ID FROM MYTMPLT)
                       GROUP BY AMND.MCA_TMPLT_ID
                      UNION ALL
                      SELECT TMPL.MCA_TMPLT_ID
                            ,TMPL.ROW_UPDT_TS
                            ,'STAT'
                            ,TMPL.ROW_UPDT_USER_ID
                            ,CAST('TEMPLATE STATUS ' || TMPL.MCA_STAT_IN
                                  || '  DEALER '
                                  || TMPL.MCA_DELR_STAT_CD
                                  || '  CLIENT '
                                  || TMPL.MCA_CLNT_STAT_CD
                                  AS CHAR(80))
                        FROM VDPM14_MCA_TMPLT TMPL
                       WHERE TMPL.ROW_UPDT_TS       > :WS-SINCE-TS
                         AND TMPL.ROW_UPDT_USER_ID <> :LS-IN-LOG-USR-ID
                         AND TMPL.MCA_TMPLT_ID     IN
                             (SELECT MCA_TMPLT_ID FROM MYTMPLT)
                      UNION ALL
                      SELECT CASE WHEN ENRL.ASGD_TMPLT_ID > 0
                                  THEN ENRL.ASGD_TMPLT_ID
                                  ELSE ENRL.RQST_TMPLT_ID
                             END
                            ,ENRL.ROW_UPDT_TS
                            ,'ENRL'
                            ,ENRL.ROW_UPDT_USER_ID
                            ,CAST('ENROLLMENT ' || ENRL.DELR_CMPNY_ID
                                  || '/' || ENRL.CLNT_CMPNY_ID
                                  || ' STATUS ' || ENRL.DELR_STAT_CD
                                  AS CHAR(80))
                        FROM VDPM06_MCA_ENRL ENRL
                       WHERE ENRL.ROW_UPDT_TS       > :WS-SINCE-TS
                         AND ENRL.ROW_UPDT_USER_ID <> :LS-IN-LOG-USR-ID
                         AND (ENRL.DELR_CMPNY_ID   IN
                              (SELECT CMPNY_ID FROM MYCO)
                          OR  ENRL.CLNT_CMPNY_ID   IN
                              (SELECT CMPNY_ID FROM MYCO))
                      UNION ALL
                      SELECT COALESCE(
                             (SELECT MAX(AMND.MCA_TMPLT_ID)
                                FROM VDPM18_MCA_LINK  MLNK
                                    ,VDPM16_MCA_AMND  AMND
                               WHERE MLNK.MCA_VALUE_ID
                                                   = CMNT.MCA_VALUE_ID
                                 AND MLNK.MCA_VALUE_TYPE_CD = 'C'
                                 AND AMND.MCA_AMND_ID
                                                   = MLNK.MCA_AMND_ID)
                             , 0)
                            ,CMNT.ROW_UPDT_TS
                            ,'CMNT'
                            ,CMNT.ROW_UPDT_USER_ID
                            ,CAST('NEW COMMENT ' || CMNT.DELR_CMPNY_ID
                                  || '/' || CMNT.CLNT_CMPNY_ID
                                  AS CHAR(80))
                        FROM VDPM11_MCA_CMNT CMNT
                       WHERE CMNT.ROW_UPDT_TS       > :WS-SINCE-TS
                         AND CMNT.ROW_UPDT_USER_ID <> :LS-IN-LOG-USR-ID
                         AND (CMNT.DELR_CMPNY_ID   IN
                              (SELECT CMPNY_ID FROM MYCO)
                          OR  CMNT.CLNT_CMPNY_ID   IN
                              (SELECT CMPNY_ID FROM MYCO))
                         AND (CMNT.CMNT_VSBL_CD    <> 'I'
                          OR  CMNT.POST_CMPNY_ID   IN
                              (SELECT CMPNY_ID FROM MYCO))
                      UNION ALL
                      SELECT DOCU.MCA_TMPLT_ID
                            ,DOCU.ROW_UPDT_TS
                            ,'DOCU'
                            ,DOCU.ROW_UPDT_USER_ID
                            ,CAST('NEW DOCUMENT '
                                  || SUBSTR(DOCU.MCA_DOC_DS, 1, 60)
                                  AS CHAR(80))
                        FROM VDPM12_MCA_DOC DOCU
                       WHERE DOCU.ROW_UPDT_TS       > :WS-SINCE-TS
                         AND DOCU.ROW_UPDT_USER_ID <> :LS-IN-LOG-USR-ID
                         AND DOCU.DOC_DEL_CD       <> 'L'
                         AND (DOCU.MCA_TMPLT_ID    IN
                              (SELECT MCA_TMPLT_ID FROM MYTMPLT)
                          OR  DOCU.CMPNY_ID        IN
                              (SELECT CMPNY_ID FROM MYCO))
                      UNION ALL
                      SELECT MLCK.MCA_TMPLT_ID
                            ,MLCK.ROW_UPDT_TS
                            ,'LKXF'
                            ,MLCK.CMPNY_USER_ID
                            ,CAST('LOCK NOW HELD BY '
                                  || MLCK.CMPNY_USER_ID
                                  || ' OF ' || MLCK.CMPNY_ID
                                  AS CHAR(80))
                        FROM VDPM10_MCA_LOCK MLCK
                       WHERE MLCK.ROW_UPDT_TS    > :WS-SINCE-TS
                         AND MLCK.CMPNY_USER_ID <> :LS-IN-LOG-USR-ID
                         AND MLCK.MCA_TMPLT_ID  IN
                             (SELECT MCA_TMPLT_ID FROM MYTMPLT))
                SELECT FEED.MCA_TMPLT_ID
                      ,COALESCE(TMPL.MCA_TMPLT_SHORT_NM, ' ')
                                            AS MCA_TMPLT_SHORT_NM
                      ,NEWEST.LAST_EVNT_TS
                      ,FEED.EVNT_TS
                      ,FEED.EVNT_CD
                      ,FEED.ACTR_USER_ID
                      ,FEED.EVNT_DTL_TX
                  FROM FEED
                 INNER JOIN
                      (SELECT MCA_TMPLT_ID
                             ,MAX(EVNT_TS)            AS LAST_EVNT_TS
                         FROM FEED
                        GROUP BY MCA_TMPLT_ID) NEWEST
                    ON NEWEST.MCA_TMPLT_ID  = FEED.MCA_TMPLT_ID
                  LEFT OUTER JOIN VDPM14_MCA_TMPLT TMPL
                    ON TMPL.MCA_TMPLT_ID  = FEED.MCA_TMPLT_ID
                 ORDER BY NEWEST.LAST_EVNT_TS DESC
                         ,FEED.MCA_TMPLT_ID
                         ,FEED.EVNT_TS      DESC
                  WITH UR
           END-EXEC

           EXEC SQL
                OPEN CHG_FEED_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       5000-MARK-FEED-SEEN.
      *------------------------*
      *    EVERYTHING UP TO NOW IS SEEN; THE NEXT FEED STARTS HERE.

           MOVE '5000-MARK-FEED-SEEN'      TO WS-PARAGRAPH-NAME
           MOVE 'VDPM77_USER_FEED_SEEN'    TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE LS-IN-LOG-USR-ID           TO D77A-CMPNY-USER-ID
                                              D77A-ROW-UPDT-USER-ID

           EXEC SQL
                UPDATE VDPM77_USER_FEED_SEEN
                   SET SEEN_TS          = CURRENT TIMESTAMP
                      ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                      ,ROW_UPDT_USER_ID = :D77A-ROW-UPDT-USER-ID
                 WHERE CMPNY_USER_ID    = :D77A-CMPNY-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 EXEC SQL
                      INSERT INTO VDPM77_USER_FEED_SEEN
                            (CMPNY_USER_ID
                            ,SEEN_TS
                            ,ROW_UPDT_TS
                            ,ROW_UPDT_USER_ID)
                      VALUES (:D77A-CMPNY-USER-ID
                             ,CURRENT TIMESTAMP
                             ,CURRENT TIMESTAMP
                             ,:D77A-ROW-UPDT-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 9000-SQL-ERROR
                 END-IF
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
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
       9100-DISPLAY-DATA.
      *------------------------*

           IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'PROGRAM-NAME             :' WS-PROGRAM
               DISPLAY 'PARAGRAPH-NAME           :' WS-PARAGRAPH-NAME
               DISPLAY 'SP-ERROR-AREA            :' LS-SP-ERROR-AREA
               DISPLAY 'SP-RC                    :' LS-SP-RC
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-IN-MARK-SEEN-IN       :' LS-IN-MARK-SEEN-IN
               DISPLAY 'LS-OUT-PREV-SIGNON-TS    :'
                       LS-OUT-PREV-SIGNON-TS
               DISPLAY 'LS-OUT-SEEN-TS           :' LS-OUT-SEEN-TS
               DISPLAY 'LS-OUT-SINCE-TS          :' LS-OUT-SINCE-TS
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXCHGF    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXCHGF ENDED AT        :' WS-TS
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
