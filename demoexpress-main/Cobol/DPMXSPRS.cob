       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXSPRS.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXSPRS
      *    NAME  DPMXSPRS(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXSPRS                                            *
      *                                                                *
      * EXPLICIT SUPERSESSION OF A LIVE AGREEMENT.  ONLY ONE LIVE      *
      * AGREEMENT MAY COVER A DEALER / CLIENT PAIR FOR ONE PRODUCT /   *
      * SUB-PRODUCT / REGION (DPMXTCNF): DPMXAPUB WILL NOT PUBLISH A   *
      * SECOND ISDA TEMPLATE AND DPMXMSTU WILL NOT EXECUTE A SECOND    *
      * MCA UNTIL THE FIRST IS SUPERSEDED HERE.                        *
      *                                                                *
      * THE TEMPLATE MUST BE EITHER                                    *
      *   - AN EXECUTED MCA (TYPE 'E') THAT IS NOT DELETED ('L'),      *
      *     EXPIRED ('X'), TERMINATED ('T'), NOVATED ('V') OR ALREADY  *
      *     SUPERSEDED ('S'), OR                                       *
      *   - A PUBLISHED ('P') ISDA TEMPLATE (TYPE 'I').                *
      * IT GOES TO MCA_STAT_IN 'S' (SUPERSEDED), WHICH EVERY LIVE-     *
      * TEMPLATE SELECTION TREATS AS CLOSED.                           *
      *                                                                *
      * THE USER MUST BE ENTITLED TO THE TEMPLATE (DPMXENTL) AND HOLD  *
      * THE DPMXAUTH 'U' (SUPERSEDE) AUTHORITY.  A REASON IS REQUIRED  *
      * AND IS KEPT ON THE DPMXALOG ACTION LOG (ACTION 'Q').           *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 TEMPLATE NOT FOUND, SP04 TEMPLATE  *
      * IS NOT A LIVE AGREEMENT, SP50 INVALID INPUT, SP55 NOT ENTITLED *
      * / NOT AUTHORIZED, SP99 DATABASE ERROR.                         *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT     - MCA TEMPLATE                            *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM1401  - DCLGEN FOR VDPM14_MCA_TMPLT
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
      * DPMXENTL - TEMPLATE ENTITLEMENT CHECK                          *
      * DPMXAUTH - 'U' SUPERSEDE AUTHORITY GATE                        *
      * DPMXALOG - USER ACTION LOG                                     *
      *----------------------------------------------------------------
      *              M A I N T E N A N C E   H I S T O R Y            *
      *                                                               *
      * DATE CHANGED    VERSION     PROGRAMMER                        *
      * ------------    -------     --------------------              *
      *                                                               *
      * 10/15/2026        01.00     COGNIZANT                         *
      *                             INITIAL IMPLEMENTATION            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXSPRS'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Template id is empty'.
             05  WS-EMPTY-RSN-TX           PIC X(50) VALUE
                 'Supersede reason is empty'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-TMPLT-NOT-FOUND        PIC X(50) VALUE
                 'Template not found'.
             05  WS-TMPLT-NOT-LIVE         PIC X(50) VALUE
                 'Template is not a live executed or published MCA'.
             05  WS-NOT-ENTITLED           PIC X(50) VALUE
                 'User not entitled to data - reason '.
             05  WS-NOT-AUTHORIZED         PIC X(50) VALUE
                 'User not authorized to supersede - reason '.
      *
       01  WS-ENTL-PROGRAM                 PIC X(08) VALUE 'DPMXENTL'.
       01  WS-ENTL-PASS-AREA.
           05 WS-ENTL-USER-ID              PIC X(10).
           05 WS-ENTL-OBJ-TYPE-CD          PIC X(01).
           05 WS-ENTL-TMPLT-ID             PIC S9(9) COMP.
           05 WS-ENTL-OBJ-ID               PIC S9(18)V COMP-3.
           05 WS-ENTL-CMPNY-ID             PIC X(08).
           05 WS-ENTL-CALLER-PGM           PIC X(08).
           05 WS-ENTL-ALLOW-IN             PIC X(01).
              88 WS-ENTL-ALLOWED           VALUE 'Y'.
           05 WS-ENTL-DENY-RC              PIC X(04).
           05 WS-ENTL-SQLCODE              PIC S9(9) COMP.
      *
       01  WS-AUTH-PROGRAM                 PIC X(08) VALUE 'DPMXAUTH'.
       01  WS-AUTH-PASS-AREA.
           05 WS-AUTH-USER-ID              PIC X(10).
           05 WS-AUTH-ACTN-CD              PIC X(01).
           05 WS-AUTH-ALLOW-IN             PIC X(01).
              88 WS-AUTH-ALLOWED           VALUE 'Y'.
           05 WS-AUTH-DENY-RC              PIC X(04).
           05 WS-AUTH-SQLCODE              PIC S9(9) COMP.
      *
       01  WS-ALOG-PROGRAM                 PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID              PIC X(10).
           05 WS-ALOG-ACTN-CD              PIC X(01).
           05 WS-ALOG-TMPLT-ID             PIC S9(9) COMP.
           05 WS-ALOG-CMPNY-ID             PIC X(08).
           05 WS-ALOG-DTL-TX               PIC X(80).
           05 WS-ALOG-SQLCODE              PIC S9(9) COMP.
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
                INCLUDE DPM1401
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
       01  LS-IN-MCA-TMPLT-ID              PIC S9(09) COMP.
       01  LS-IN-SPRS-RSN-TX               PIC X(80).
       01  LS-IN-LOG-USR-ID                PIC X(10).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-MCA-TMPLT-ID,
                                 LS-IN-SPRS-RSN-TX,
                                 LS-IN-LOG-USR-ID.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-SUPERSEDE-TMPLT

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
              DISPLAY 'DPMXSPRS STARTED AT      :' WS-TS
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

           IF LS-IN-MCA-TMPLT-ID NOT > ZEROES
              MOVE WS-EMPTY-TMPLT-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-SPRS-RSN-TX NOT > SPACES
              MOVE WS-EMPTY-RSN-TX         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-LOG-USR-ID NOT > SPACES
              MOVE WS-EMPTY-LOG-USR-ID     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-SUPERSEDE-TMPLT.
      *-------------------------*

           MOVE '3000-SUPERSEDE-TMPLT'     TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3100-CHECK-ENTITLEMENT
           PERFORM 3150-CHECK-AUTHORITY
           PERFORM 3200-GET-TEMPLATE
           PERFORM 3300-UPDATE-TEMPLATE
           PERFORM 3400-LOG-ACTION
           .
      *-------------------------*
       3100-CHECK-ENTITLEMENT.
      *-------------------------*
      * THE USER MUST BE ABLE TO SEE THE TEMPLATE.

           MOVE '3100-CHECK-ENTITLEMENT'   TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-IN-LOG-USR-ID           TO WS-ENTL-USER-ID
           MOVE 'T'                        TO WS-ENTL-OBJ-TYPE-CD
           MOVE LS-IN-MCA-TMPLT-ID         TO WS-ENTL-TMPLT-ID
           MOVE WS-PROGRAM                 TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED         TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC         TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3150-CHECK-AUTHORITY.
      *-------------------------*
      * SUPERSEDING CLOSES A LIVE AGREEMENT, SO IT NEEDS THE SUPERSEDE
      * AUTHORITY ON THE DPMXAUTH ROLE MATRIX; A DENY GOES BACK AS SP55
      * WITH THE AU REASON CODE APPENDED.

           MOVE '3150-CHECK-AUTHORITY'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-AUTH-USER-ID
           MOVE 'U'                        TO WS-AUTH-ACTN-CD

           CALL WS-AUTH-PROGRAM USING WS-AUTH-PASS-AREA

           IF NOT WS-AUTH-ALLOWED
              MOVE WS-NOT-AUTHORIZED       TO LS-SP-ERROR-AREA
              MOVE WS-AUTH-DENY-RC         TO LS-SP-ERROR-AREA(43:4)
              MOVE 'SP55'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3200-GET-TEMPLATE.
      *-------------------------*

           MOVE '3200-GET-TEMPLATE'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_TYPE_CD
                    ,MCA_STAT_IN
                    ,DELR_CMPNY_ID
                INTO :D014-MCA-TMPLT-TYPE-CD
                    ,:D014-MCA-STAT-IN
                    ,:D014-DELR-CMPNY-ID
                FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :LS-IN-MCA-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-TMPLT-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EVALUATE TRUE
              WHEN D014-MCA-TMPLT-TYPE-CD = 'E'
               AND NOT (D014-MCA-STAT-IN = 'L' OR 'X' OR 'T' OR 'V'
                                            OR 'S')
                 CONTINUE
              WHEN D014-MCA-TMPLT-TYPE-CD = 'I'
               AND D014-MCA-STAT-IN = 'P'
                 CONTINUE
              WHEN OTHER
                 MOVE WS-TMPLT-NOT-LIVE    TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
           END-EVALUATE
           .
      *-------------------------*
       3300-UPDATE-TEMPLATE.
      *-------------------------*
      * THE STATUS READ IN 3200 MUST STILL BE THERE, SO A TEMPLATE
      * CLOSED BY ANOTHER USER IN BETWEEN IS NOT SUPERSEDED OVER IT.

           MOVE '3300-UPDATE-TEMPLATE'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM14_MCA_TMPLT
                 SET MCA_STAT_IN      = 'S'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :LS-IN-LOG-USR-ID
               WHERE MCA_TMPLT_ID     = :LS-IN-MCA-TMPLT-ID
                 AND MCA_STAT_IN      = :D014-MCA-STAT-IN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-TMPLT-NOT-LIVE    TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3400-LOG-ACTION.
      *-------------------------*
      * THE REASON GOES ON THE TEMPLATE'S ACTION LOG UNDER ITS DEALER.
      * THE LOG WRITE NEVER FAILS THE CALL.

           MOVE '3400-LOG-ACTION'          TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-ALOG-USER-ID
           MOVE 'Q'                        TO WS-ALOG-ACTN-CD
           MOVE LS-IN-MCA-TMPLT-ID         TO WS-ALOG-TMPLT-ID
           MOVE D014-DELR-CMPNY-ID         TO WS-ALOG-CMPNY-ID
           MOVE LS-IN-SPRS-RSN-TX          TO WS-ALOG-DTL-TX

           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
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
               DISPLAY 'LS-IN-MCA-TMPLT-ID       :' LS-IN-MCA-TMPLT-ID
               DISPLAY 'LS-IN-SPRS-RSN-TX        :' LS-IN-SPRS-RSN-TX
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXSPRS    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXSPRS ENDED AT        :' WS-TS
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
