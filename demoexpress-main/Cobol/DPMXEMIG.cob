       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXEMIG.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXEMIG
      *    NAME  DPMXEMIG(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXEMIG                                            *
      *                                                                *
      * SUCCESSOR-TEMPLATE MIGRATION OF ENROLLMENTS.  WHEN A DEALER    *
      * PUBLISHES A NEW VERSION OF A TEMPLATE (DPMXAPUB), CLIENTS      *
      * ENROLLED ON THE OLD VERSION STILL POINT AT IT THROUGH          *
      * VDPM06_MCA_ENRL.ASGD_TMPLT_ID.  OPERATIONS (LS-IN-OPR-FLAG):   *
      *                                                                *
      *   'L' - LAUNCH: A USER OF THE DEALER COMPANY NAMES THE OLD     *
      *         TEMPLATE AND ITS PUBLISHED SUCCESSOR (SAME DEALER).    *
      *         EVERY APPROVED ENROLLMENT ASSIGNED TO THE OLD          *
      *         TEMPLATE GETS AN OFFER ROW ('O') ON VDPM60_ENRL_MIGR   *
      *         UNDER ONE NEW MIGRATION ID, AND EVERY SIGNED-ON USER   *
      *         OF THAT CLIENT IS ALERTED TO ACCEPT OR REJECT IT.      *
      *         ONE OPEN MIGRATION PER OLD TEMPLATE.                   *
      *   'A' - ACCEPT: A USER OF THE CLIENT COMPANY ACCEPTS ITS       *
      *         OFFER.  THE ENROLLMENT IS RE-POINTED TO THE SUCCESSOR  *
      *         AND A VDPM06_MCA_ENRL_HIST ROW IS WRITTEN.             *
      *   'R' - REJECT: A USER OF THE CLIENT COMPANY REJECTS ITS       *
      *         OFFER WITH A REASON; THE ENROLLMENT STAYS ON THE OLD   *
      *         TEMPLATE AND THE LAUNCHING DEALER USER IS ALERTED      *
      *         WITH THE REASON.                                       *
      *   'X' - WITHDRAW: A USER OF THE DEALER COMPANY WITHDRAWS THE   *
      *         OFFERS OF A MIGRATION STILL OPEN, SO A NEW ONE CAN BE  *
      *         LAUNCHED.                                              *
      *                                                                *
      * LS-OUT-MIGR-ID IS THE MIGRATION ID; LS-OUT-OFFER-CNT IS THE    *
      * NUMBER OF OFFERS MADE (L) OR WITHDRAWN (X).                    *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 TEMPLATE NOT FOUND OR SUCCESSOR    *
      * NOT PUBLISHED FOR THE SAME DEALER, SP02 MIGRATION ALREADY      *
      * OPEN FOR THE OLD TEMPLATE, SP03 USER NOT OF THE REQUIRED       *
      * COMPANY, SP04 ENROLLMENT NO LONGER ON THE OLD TEMPLATE, SP05   *
      * NO ENROLLMENT TO MIGRATE, SP06 OFFER NOT FOUND / NOT OPEN,     *
      * SP50 INVALID INPUT, SP99 DATABASE ERROR.                       *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM60_ENRL_MIGR     - SUCCESSOR-TEMPLATE MIGRATION OFFERS     *
      *                                                                *
      * VDPM06_MCA_ENRL      - ENROLLMENT TABLE FOR MCA                *
      *                                                                *
      * VDPM06_MCA_ENRL_HIST - ENROLLMENT HISTORY                      *
      *                                                                *
      * VDPM14_MCA_TMPLT     - MCA TEMPLATE TABLE                      *
      *                                                                *
      * VDPM03_CMPNY_USER    - COMPANY USER TABLE                      *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM6001  - DCLGEN FOR VDPM60_ENRL_MIGR
      * DPM0602  - DCLGEN FOR VDPM06_MCA_ENRL_HIST
      * DTM5401  - DCLGEN FOR VDTM54_DEBUG_CNTRL
      *----------------------------------------------------------------
      * CALLS:
      * ------
      * DPMXAALR - ALERTS THE CLIENT USERS (L) AND THE DEALER (R)
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
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXEMIG'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-MIGR-SEQ               PIC S9(9) COMP.
             05  WS-OPEN-CNT               PIC S9(9) COMP.
             05  WS-MIGR-TS                PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-DELR-CMPNY-ID          PIC X(08).
             05  WS-NEW-DELR-CMPNY-ID      PIC X(08).
             05  WS-NEW-STAT-IN            PIC X(01).
             05  WS-USER-CMPNY-ID          PIC X(08).
             05  WS-NOTIFY-USER-ID         PIC X(10).
             05  WS-OLD-TMPLT-ED           PIC Z(8)9.
             05  WS-NEW-TMPLT-ED           PIC Z(8)9.
             05  WS-MIGR-ID-ED             PIC Z(8)9.
             05  WS-MSG-PTR                PIC S9(4) COMP.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Old and successor template ids are required'.
             05  WS-SAME-TMPLT-ID          PIC X(50) VALUE
                 'Successor must differ from the old template'.
             05  WS-EMPTY-MIGR-ID          PIC X(50) VALUE
                 'Migration id is empty'.
             05  WS-EMPTY-OFFER-KEY        PIC X(50) VALUE
                 'Client company and requested template required'.
             05  WS-EMPTY-RJCT-RSN         PIC X(50) VALUE
                 'A reason is required to reject the new version'.
             05  WS-TMPLT-NOT-FOUND        PIC X(50) VALUE
                 'Template not found'.
             05  WS-SCSR-NOT-VALID         PIC X(50) VALUE
                 'Successor is not published for the same dealer'.
             05  WS-MIGR-ALREADY-OPEN      PIC X(50) VALUE
                 'A migration is already open for this template'.
             05  WS-NOT-DEALER-USER        PIC X(50) VALUE
                 'User does not belong to the dealer company'.
             05  WS-NOT-CLIENT-USER        PIC X(50) VALUE
                 'User does not belong to the client company'.
             05  WS-ENRL-MOVED             PIC X(50) VALUE
                 'Enrollment is no longer on the old template'.
             05  WS-NOTHING-TO-MIGRATE     PIC X(50) VALUE
                 'No enrollment is assigned to the old template'.
             05  WS-OFFER-NOT-FOUND        PIC X(50) VALUE
                 'Migration offer not found'.
             05  WS-OFFER-NOT-OPEN         PIC X(50) VALUE
                 'Migration offer is no longer open'.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-LAUNCH     VALUE 'L'.
                 88  WS-PROCESS-ACCEPT     VALUE 'A'.
                 88  WS-PROCESS-REJECT     VALUE 'R'.
                 88  WS-PROCESS-WITHDRAW   VALUE 'X'.
             05  WS-ENRL-EOF-SW            PIC X(01) VALUE 'N'.
                 88  NO-MORE-ENRL          VALUE 'Y'.
             05  WS-USER-EOF-SW            PIC X(01) VALUE 'N'.
                 88  NO-MORE-USERS         VALUE 'Y'.
      *
      **PASS AREA FOR DPMXAALR - CLIENT OFFER / DEALER REJECTION
       01  WS-AALR-OUTSQLCA                PIC X(179).
       01  WS-AALR-SP-ERROR-AREA           PIC X(80).
       01  WS-AALR-SP-RC                   PIC X(04).
       01  WS-AALR-ALERT-ID                PIC S9(9) USAGE COMP.
       01  WS-AALR-ALERT-SUB               PIC X(150).
       01  WS-AALR-ALERT-MSG.
           49 WS-AALR-ALERT-MSG-LEN        PIC S9(4) USAGE COMP.
           49 WS-AALR-ALERT-MSG-DT         PIC X(32000).
       01  WS-AALR-USER-ID                 PIC X(10).
       01  WS-ALERT-SUB-WORK               PIC X(150) VALUE SPACES.
       01  WS-ALERT-MSG-WORK               PIC X(400) VALUE SPACES.
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
                INCLUDE DPM6001
           END-EXEC.

           EXEC SQL
                INCLUDE DPM0602
           END-EXEC.

      * INCLUDE FOR VDTM54_DEBUG_CNTRL
           EXEC SQL
                INCLUDE DTM5401
           END-EXEC.

      * APPROVED ENROLLMENTS STILL ASSIGNED TO THE OLD TEMPLATE
           EXEC SQL
                DECLARE MIGR_ENRL_CSR CURSOR FOR
                 SELECT CLNT_CMPNY_ID
                       ,RQST_TMPLT_ID
                   FROM VDPM06_MCA_ENRL
                  WHERE ASGD_TMPLT_ID = :D60A-OLD-TMPLT-ID
                    AND DELR_CMPNY_ID = :D60A-DELR-CMPNY-ID
                    AND DELR_STAT_CD  = 'A'
                  ORDER BY CLNT_CMPNY_ID, RQST_TMPLT_ID
           END-EXEC.

      * SIGNED-ON USERS OF THE CLIENT (DPMXUOFF MARKS AN OFFBOARDED
      * USER'S UMG LINK 'OFFBOARD')
           EXEC SQL
                DECLARE MIGR_USER_CSR CURSOR FOR
                 SELECT CMPNY_USER_ID
                   FROM VDPM03_CMPNY_USER
                  WHERE CMPNY_ID     = :D60A-CLNT-CMPNY-ID
                    AND UMG_USER_ID <> 'OFFBOARD'
                  ORDER BY CMPNY_USER_ID
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
       01  LS-IN-MIGR-ID                   PIC S9(09) COMP.
       01  LS-IN-OLD-TMPLT-ID              PIC S9(09) COMP.
       01  LS-IN-NEW-TMPLT-ID              PIC S9(09) COMP.
       01  LS-IN-CLNT-CMPNY-ID             PIC X(08).
       01  LS-IN-RQST-TMPLT-ID             PIC S9(09) COMP.
       01  LS-IN-RJCT-RSN-TX               PIC X(80).
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-OUT-MIGR-ID                  PIC S9(09) COMP.
       01  LS-OUT-OFFER-CNT                PIC S9(09) COMP.

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-MIGR-ID,
                                 LS-IN-OLD-TMPLT-ID,
                                 LS-IN-NEW-TMPLT-ID,
                                 LS-IN-CLNT-CMPNY-ID,
                                 LS-IN-RQST-TMPLT-ID,
                                 LS-IN-RJCT-RSN-TX,
                                 LS-IN-LOG-USR-ID,
                                 LS-OUT-MIGR-ID,
                                 LS-OUT-OFFER-CNT.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-PROCESS-MIGRATION

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
           MOVE +0                         TO LS-OUT-MIGR-ID
                                              LS-OUT-OFFER-CNT
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
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
              DISPLAY 'DPMXEMIG STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-LAUNCH
              OR  WS-PROCESS-ACCEPT
              OR  WS-PROCESS-REJECT
              OR  WS-PROCESS-WITHDRAW
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
              WHEN WS-PROCESS-LAUNCH
                 IF LS-IN-OLD-TMPLT-ID NOT > ZEROES
                 OR LS-IN-NEW-TMPLT-ID NOT > ZEROES
                    MOVE WS-EMPTY-TMPLT-ID TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF LS-IN-OLD-TMPLT-ID = LS-IN-NEW-TMPLT-ID
                    MOVE WS-SAME-TMPLT-ID  TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN WS-PROCESS-WITHDRAW
                 IF LS-IN-MIGR-ID NOT > ZEROES
                    MOVE WS-EMPTY-MIGR-ID  TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 IF LS-IN-MIGR-ID NOT > ZEROES
                    MOVE WS-EMPTY-MIGR-ID  TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF LS-IN-CLNT-CMPNY-ID NOT > SPACES
                 OR LS-IN-RQST-TMPLT-ID NOT > ZEROES
                    MOVE WS-EMPTY-OFFER-KEY
                                           TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF WS-PROCESS-REJECT
                 AND LS-IN-RJCT-RSN-TX NOT > SPACES
                    MOVE WS-EMPTY-RJCT-RSN TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
           END-EVALUATE
           .
      *-------------------------*
       3000-PROCESS-MIGRATION.
      *-------------------------*

           MOVE '3000-PROCESS-MIGRATION'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SET :WS-MIGR-TS = CURRENT TIMESTAMP
           END-EXEC

           EVALUATE TRUE
              WHEN WS-PROCESS-LAUNCH
                 PERFORM 3100-LAUNCH-MIGRATION
              WHEN WS-PROCESS-ACCEPT
                 PERFORM 3200-GET-OPEN-OFFER
                 PERFORM 3300-ACCEPT-OFFER
              WHEN WS-PROCESS-REJECT
                 PERFORM 3200-GET-OPEN-OFFER
                 PERFORM 3400-REJECT-OFFER
              WHEN WS-PROCESS-WITHDRAW
                 PERFORM 3500-WITHDRAW-MIGRATION
           END-EVALUATE
           .
      *-------------------------*
       3100-LAUNCH-MIGRATION.
      *-------------------------*

           MOVE '3100-LAUNCH-MIGRATION'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT DELR_CMPNY_ID
                INTO :WS-DELR-CMPNY-ID
                FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :LS-IN-OLD-TMPLT-ID
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

           EXEC SQL
              SELECT DELR_CMPNY_ID
                    ,MCA_STAT_IN
                INTO :WS-NEW-DELR-CMPNY-ID
                    ,:WS-NEW-STAT-IN
                FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :LS-IN-NEW-TMPLT-ID
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

           IF WS-NEW-DELR-CMPNY-ID NOT = WS-DELR-CMPNY-ID
           OR WS-NEW-STAT-IN       NOT = 'P'
              MOVE WS-SCSR-NOT-VALID       TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE WS-DELR-CMPNY-ID           TO WS-USER-CMPNY-ID
           PERFORM 3800-CHECK-USER-CMPNY
           IF LS-SP-RC NOT = 'SP00'
              MOVE WS-NOT-DEALER-USER      TO LS-SP-ERROR-AREA
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CNT
                FROM VDPM60_ENRL_MIGR
               WHERE OLD_TMPLT_ID = :LS-IN-OLD-TMPLT-ID
                 AND MIGR_STAT_CD = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM60_ENRL_MIGR'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-OPEN-CNT > 0
              MOVE WS-MIGR-ALREADY-OPEN    TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
               SET :WS-MIGR-SEQ = (NEXT VALUE FOR DPM.SQDPM601)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM601'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-MIGR-SEQ                TO D60A-MIGR-ID
           MOVE WS-DELR-CMPNY-ID           TO D60A-DELR-CMPNY-ID
           MOVE LS-IN-OLD-TMPLT-ID         TO D60A-OLD-TMPLT-ID
           MOVE LS-IN-NEW-TMPLT-ID         TO D60A-NEW-TMPLT-ID
           SET D60A-MIGR-OFFERED           TO TRUE
           MOVE LS-IN-LOG-USR-ID           TO D60A-LNCH-USER-ID
           MOVE WS-MIGR-TS                 TO D60A-LNCH-TS
           MOVE SPACES                     TO D60A-RSPNS-USER-ID
                                              D60A-RJCT-RSN-TX
           MOVE WS-LOW-TS                  TO D60A-RSPNS-TS

           MOVE 'N'                        TO WS-ENRL-EOF-SW

           EXEC SQL
              OPEN MIGR_ENRL_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3110-FETCH-ENRL
           PERFORM UNTIL NO-MORE-ENRL
              PERFORM 3120-OFFER-ONE-ENRL
              PERFORM 3110-FETCH-ENRL
           END-PERFORM

           EXEC SQL
              CLOSE MIGR_ENRL_CSR
           END-EXEC

           IF LS-OUT-OFFER-CNT = 0
              MOVE WS-NOTHING-TO-MIGRATE   TO LS-SP-ERROR-AREA
              MOVE 'SP05'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE D60A-MIGR-ID               TO LS-OUT-MIGR-ID
           .
      *-------------------------*
       3110-FETCH-ENRL.
      *-------------------------*

           EXEC SQL
              FETCH MIGR_ENRL_CSR
               INTO :D60A-CLNT-CMPNY-ID
                   ,:D60A-RQST-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 SET NO-MORE-ENRL          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM06_MCA_ENRL'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3120-OFFER-ONE-ENRL.
      *-------------------------*

           MOVE '3120-OFFER-ONE-ENRL'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              INSERT INTO VDPM60_ENRL_MIGR
                 (MIGR_ID
                 ,DELR_CMPNY_ID
                 ,OLD_TMPLT_ID
                 ,NEW_TMPLT_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,MIGR_STAT_CD
                 ,LNCH_USER_ID
                 ,LNCH_TS
                 ,RSPNS_USER_ID
                 ,RSPNS_TS
                 ,RJCT_RSN_TX)
                 VALUES
                 (:D60A-MIGR-ID
                 ,:D60A-DELR-CMPNY-ID
                 ,:D60A-OLD-TMPLT-ID
                 ,:D60A-NEW-TMPLT-ID
                 ,:D60A-CLNT-CMPNY-ID
                 ,:D60A-RQST-TMPLT-ID
                 ,:D60A-MIGR-STAT-CD
                 ,:D60A-LNCH-USER-ID
                 ,:D60A-LNCH-TS
                 ,:D60A-RSPNS-USER-ID
                 ,:D60A-RSPNS-TS
                 ,:D60A-RJCT-RSN-TX)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM60_ENRL_MIGR'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                           TO LS-OUT-OFFER-CNT

           MOVE D60A-OLD-TMPLT-ID          TO WS-OLD-TMPLT-ED
           MOVE D60A-NEW-TMPLT-ID          TO WS-NEW-TMPLT-ED
           MOVE D60A-MIGR-ID               TO WS-MIGR-ID-ED
           MOVE SPACES                     TO WS-ALERT-SUB-WORK
           STRING 'NEW TEMPLATE VERSION OFFERED - MIGRATION '
                  WS-MIGR-ID-ED
                  DELIMITED BY SIZE INTO WS-ALERT-SUB-WORK
           END-STRING
           MOVE SPACES                     TO WS-ALERT-MSG-WORK
           MOVE 1                          TO WS-MSG-PTR
           STRING 'DEALER ' D60A-DELR-CMPNY-ID
                  ' HAS PUBLISHED TEMPLATE ' WS-NEW-TMPLT-ED
                  ' TO REPLACE TEMPLATE ' WS-OLD-TMPLT-ED
                  ' ON YOUR ENROLLMENT. PLEASE ACCEPT OR REJECT'
                  ' THE NEW VERSION (MIGRATION ' WS-MIGR-ID-ED ').'
                  DELIMITED BY SIZE INTO WS-ALERT-MSG-WORK
                  WITH POINTER WS-MSG-PTR
           END-STRING

           MOVE 'N'                        TO WS-USER-EOF-SW

           EXEC SQL
              OPEN MIGR_USER_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3130-FETCH-CLNT-USER
           PERFORM UNTIL NO-MORE-USERS
              PERFORM 3900-RAISE-ALERT
              PERFORM 3130-FETCH-CLNT-USER
           END-PERFORM

           EXEC SQL
              CLOSE MIGR_USER_CSR
           END-EXEC
           .
      *-------------------------*
       3130-FETCH-CLNT-USER.
      *-------------------------*

           EXEC SQL
              FETCH MIGR_USER_CSR
               INTO :WS-NOTIFY-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 SET NO-MORE-USERS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3200-GET-OPEN-OFFER.
      *-------------------------*

           MOVE '3200-GET-OPEN-OFFER'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT MIGR_ID
                    ,DELR_CMPNY_ID
                    ,OLD_TMPLT_ID
                    ,NEW_TMPLT_ID
                    ,CLNT_CMPNY_ID
                    ,RQST_TMPLT_ID
                    ,MIGR_STAT_CD
                    ,LNCH_USER_ID
                INTO :D60A-MIGR-ID
                    ,:D60A-DELR-CMPNY-ID
                    ,:D60A-OLD-TMPLT-ID
                    ,:D60A-NEW-TMPLT-ID
                    ,:D60A-CLNT-CMPNY-ID
                    ,:D60A-RQST-TMPLT-ID
                    ,:D60A-MIGR-STAT-CD
                    ,:D60A-LNCH-USER-ID
                FROM VDPM60_ENRL_MIGR
               WHERE MIGR_ID       = :LS-IN-MIGR-ID
                 AND CLNT_CMPNY_ID = :LS-IN-CLNT-CMPNY-ID
                 AND RQST_TMPLT_ID = :LS-IN-RQST-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-OFFER-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM60_ENRL_MIGR'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D60A-MIGR-OFFERED
              MOVE WS-OFFER-NOT-OPEN       TO LS-SP-ERROR-AREA
              MOVE 'SP06'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE D60A-CLNT-CMPNY-ID         TO WS-USER-CMPNY-ID
           PERFORM 3800-CHECK-USER-CMPNY
           IF LS-SP-RC NOT = 'SP00'
              MOVE WS-NOT-CLIENT-USER      TO LS-SP-ERROR-AREA
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3300-ACCEPT-OFFER.
      *-------------------------*
      * THE ENROLLMENT IS ONLY RE-POINTED IF IT IS STILL APPROVED AND
      * STILL ON THE OLD TEMPLATE; ANYTHING ELSE MEANS IT WAS CHANGED
      * AFTER THE OFFER WAS MADE.

           MOVE '3300-ACCEPT-OFFER'        TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              UPDATE VDPM06_MCA_ENRL
                 SET ASGD_TMPLT_ID    = :D60A-NEW-TMPLT-ID
                    ,ROW_UPDT_TS      = :WS-MIGR-TS
                    ,ROW_UPDT_USER_ID = :LS-IN-LOG-USR-ID
               WHERE DELR_CMPNY_ID    = :D60A-DELR-CMPNY-ID
                 AND CLNT_CMPNY_ID    = :D60A-CLNT-CMPNY-ID
                 AND RQST_TMPLT_ID    = :D60A-RQST-TMPLT-ID
                 AND ASGD_TMPLT_ID    = :D60A-OLD-TMPLT-ID
                 AND DELR_STAT_CD     = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-ENRL-MOVED        TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM06_MCA_ENRL'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE D60A-DELR-CMPNY-ID         TO D06H-DELR-CMPNY-ID
           MOVE D60A-CLNT-CMPNY-ID         TO D06H-CLNT-CMPNY-ID
           MOVE D60A-RQST-TMPLT-ID         TO D06H-RQST-TMPLT-ID
           MOVE 'A'                        TO D06H-OLD-DELR-STAT-CD
                                              D06H-NEW-DELR-STAT-CD
           MOVE WS-MIGR-TS                 TO D06H-ENRL-ACTN-TS
           MOVE LS-IN-LOG-USR-ID           TO D06H-ENRL-ACTN-USER-ID

           EXEC SQL
              INSERT INTO VDPM06_MCA_ENRL_HIST
                 (DELR_CMPNY_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,ENRL_ACTN_TS
                 ,ENRL_ACTN_USER_ID)
                 VALUES
                 (:D06H-DELR-CMPNY-ID
                 ,:D06H-CLNT-CMPNY-ID
                 ,:D06H-RQST-TMPLT-ID
                 ,:D06H-OLD-DELR-STAT-CD
                 ,:D06H-NEW-DELR-STAT-CD
                 ,:D06H-ENRL-ACTN-TS
                 ,:D06H-ENRL-ACTN-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL_HIST'  TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           SET D60A-MIGR-ACCEPTED          TO TRUE
           MOVE SPACES                     TO D60A-RJCT-RSN-TX
           PERFORM 3600-CLOSE-OFFER
           .
      *-------------------------*
       3400-REJECT-OFFER.
      *-------------------------*
      * THE ENROLLMENT STAYS ON THE OLD TEMPLATE; THE DEALER USER WHO
      * LAUNCHED THE MIGRATION IS TOLD WHO REJECTED IT AND WHY.

           MOVE '3400-REJECT-OFFER'        TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           SET D60A-MIGR-REJECTED          TO TRUE
           MOVE LS-IN-RJCT-RSN-TX          TO D60A-RJCT-RSN-TX
           PERFORM 3600-CLOSE-OFFER

           MOVE D60A-OLD-TMPLT-ID          TO WS-OLD-TMPLT-ED
           MOVE D60A-NEW-TMPLT-ID          TO WS-NEW-TMPLT-ED
           MOVE D60A-MIGR-ID               TO WS-MIGR-ID-ED
           MOVE SPACES                     TO WS-ALERT-SUB-WORK
           STRING 'NEW TEMPLATE VERSION REJECTED BY '
                  D60A-CLNT-CMPNY-ID ' - MIGRATION ' WS-MIGR-ID-ED
                  DELIMITED BY SIZE INTO WS-ALERT-SUB-WORK
           END-STRING
           MOVE SPACES                     TO WS-ALERT-MSG-WORK
           MOVE 1                          TO WS-MSG-PTR
           STRING 'CLIENT ' D60A-CLNT-CMPNY-ID ' (USER '
                  LS-IN-LOG-USR-ID ') REJECTED TEMPLATE '
                  WS-NEW-TMPLT-ED ' AND STAYS ENROLLED ON TEMPLATE '
                  WS-OLD-TMPLT-ED '. REASON: ' D60A-RJCT-RSN-TX
                  DELIMITED BY SIZE INTO WS-ALERT-MSG-WORK
                  WITH POINTER WS-MSG-PTR
           END-STRING
           MOVE D60A-LNCH-USER-ID          TO WS-NOTIFY-USER-ID
           PERFORM 3900-RAISE-ALERT
           .
      *-------------------------*
       3500-WITHDRAW-MIGRATION.
      *-------------------------*
      * ONLY THE OFFERS STILL OPEN ARE WITHDRAWN; ENROLLMENTS ALREADY
      * RE-POINTED STAY ON THE SUCCESSOR.

           MOVE '3500-WITHDRAW-MIGRATION'  TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT DELR_CMPNY_ID
                INTO :WS-DELR-CMPNY-ID
                FROM VDPM60_ENRL_MIGR
               WHERE MIGR_ID = :LS-IN-MIGR-ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-OFFER-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM60_ENRL_MIGR'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE WS-DELR-CMPNY-ID           TO WS-USER-CMPNY-ID
           PERFORM 3800-CHECK-USER-CMPNY
           IF LS-SP-RC NOT = 'SP00'
              MOVE WS-NOT-DEALER-USER      TO LS-SP-ERROR-AREA
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              UPDATE VDPM60_ENRL_MIGR
                 SET MIGR_STAT_CD  = 'X'
                    ,RSPNS_USER_ID = :LS-IN-LOG-USR-ID
                    ,RSPNS_TS      = :WS-MIGR-TS
               WHERE MIGR_ID       = :LS-IN-MIGR-ID
                 AND MIGR_STAT_CD  = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE SQLERRD(3)           TO LS-OUT-OFFER-CNT
                 MOVE LS-IN-MIGR-ID        TO LS-OUT-MIGR-ID
              WHEN 100
                 MOVE WS-OFFER-NOT-OPEN    TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM60_ENRL_MIGR'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3600-CLOSE-OFFER.
      *-------------------------*

           MOVE '3600-CLOSE-OFFER'         TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO D60A-RSPNS-USER-ID
           MOVE WS-MIGR-TS                 TO D60A-RSPNS-TS

           EXEC SQL
              UPDATE VDPM60_ENRL_MIGR
                 SET MIGR_STAT_CD  = :D60A-MIGR-STAT-CD
                    ,RSPNS_USER_ID = :D60A-RSPNS-USER-ID
                    ,RSPNS_TS      = :D60A-RSPNS-TS
                    ,RJCT_RSN_TX   = :D60A-RJCT-RSN-TX
               WHERE MIGR_ID       = :D60A-MIGR-ID
                 AND CLNT_CMPNY_ID = :D60A-CLNT-CMPNY-ID
                 AND RQST_TMPLT_ID = :D60A-RQST-TMPLT-ID
                 AND MIGR_STAT_CD  = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE D60A-MIGR-ID         TO LS-OUT-MIGR-ID
                 MOVE 1                    TO LS-OUT-OFFER-CNT
              WHEN 100
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE WS-OFFER-NOT-OPEN    TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM60_ENRL_MIGR'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3800-CHECK-USER-CMPNY.
      *-------------------------*
      * THE LOGGED-ON USER MUST BELONG TO WS-USER-CMPNY-ID; SETS
      * SP03 OTHERWISE AND LEAVES THE MESSAGE TO THE CALLER.

           MOVE '3800-CHECK-USER-CMPNY'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CNT
                FROM VDPM03_CMPNY_USER
               WHERE CMPNY_ID      = :WS-USER-CMPNY-ID
                 AND CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-OPEN-CNT = 0
              MOVE 'SP03'                  TO LS-SP-RC
           END-IF
           .
      *-------------------------*
       3900-RAISE-ALERT.
      *-------------------------*
      * A FAILED ALERT IS DISPLAYED BUT NEVER UNDOES THE MIGRATION.

           MOVE '3900-RAISE-ALERT'         TO WS-PARAGRAPH-NAME

           MOVE SPACES                     TO WS-AALR-OUTSQLCA
                                              WS-AALR-SP-ERROR-AREA
           MOVE 'SP00'                     TO WS-AALR-SP-RC
           MOVE 0                          TO WS-AALR-ALERT-ID
           MOVE WS-ALERT-SUB-WORK          TO WS-AALR-ALERT-SUB
           MOVE WS-NOTIFY-USER-ID          TO WS-AALR-USER-ID
           MOVE SPACES                     TO WS-AALR-ALERT-MSG-DT
           MOVE WS-ALERT-MSG-WORK          TO WS-AALR-ALERT-MSG-DT
           SUBTRACT 1 FROM WS-MSG-PTR  GIVING WS-AALR-ALERT-MSG-LEN

           CALL 'DPMXAALR' USING WS-AALR-OUTSQLCA,
                                 WS-AALR-SP-ERROR-AREA,
                                 WS-AALR-SP-RC,
                                 WS-AALR-ALERT-ID,
                                 WS-AALR-ALERT-SUB,
                                 WS-AALR-ALERT-MSG,
                                 WS-AALR-USER-ID

           IF WS-AALR-SP-RC NOT = 'SP00'
              DISPLAY 'DPMXAALR RETURN CODE     :' WS-AALR-SP-RC
              DISPLAY 'DPMXAALR ERROR AREA      :'
                      WS-AALR-SP-ERROR-AREA
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
      *    THE OUTSQLCA KEEPS THE FAILING STATEMENT'S SQLCA; NOTHING
      *    THIS CALL WROTE (OFFER ROWS INCLUDED) IS LEFT BEHIND.
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
               DISPLAY 'LS-IN-OPR-FLAG           :' LS-IN-OPR-FLAG
               DISPLAY 'LS-IN-MIGR-ID            :' LS-IN-MIGR-ID
               DISPLAY 'LS-IN-OLD-TMPLT-ID       :' LS-IN-OLD-TMPLT-ID
               DISPLAY 'LS-IN-NEW-TMPLT-ID       :' LS-IN-NEW-TMPLT-ID
               DISPLAY 'LS-IN-CLNT-CMPNY-ID      :' LS-IN-CLNT-CMPNY-ID
               DISPLAY 'LS-IN-RQST-TMPLT-ID      :' LS-IN-RQST-TMPLT-ID
               DISPLAY 'LS-IN-RJCT-RSN-TX        :' LS-IN-RJCT-RSN-TX
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-OUT-MIGR-ID           :' LS-OUT-MIGR-ID
               DISPLAY 'LS-OUT-OFFER-CNT         :' LS-OUT-OFFER-CNT
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXEMIG    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXEMIG ENDED AT        :' WS-TS
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
