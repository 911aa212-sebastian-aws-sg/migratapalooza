       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXTRMN.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXTRMN
      *    NAME  DPMXTRMN(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXTRMN                                            *
      *                                                                *
      * MAKER-CHECKER EARLY TERMINATION OF AN EXECUTED MCA.  A         *
      * TERMINATION REQUEST ON VDPM73_TMPLT_TRMN CARRIES THE REASON,   *
      * THE DATE NOTICE WAS GIVEN, THE NOTICE PERIOD IN BUSINESS DAYS  *
      * AND THE EFFECTIVE TERMINATION DATE WORKED OUT FROM THEM.       *
      * DPMXTERM TERMINATES THE TEMPLATE AND CLOSES ITS ENROLLMENT ON  *
      * THE EFFECTIVE DATE ONCE THE REQUEST IS APPROVED.               *
      *                                                                *
      * OPERATIONS (LS-IN-OPR-FLAG):                                   *
      *                                                                *
      *   'S' - SUBMIT: THE MAKER, WHO MUST BE ENTITLED TO THE         *
      *         TEMPLATE (DPMXENTL), REQUESTS TERMINATION OF AN        *
      *         EXECUTED ('E') TEMPLATE THAT IS NOT DELETED ('L'),     *
      *         EXPIRED ('X') OR ALREADY TERMINATED ('T').  ONE OPEN   *
      *         REQUEST PER TEMPLATE.  REASON CODES (TRMN_RSN_CD):     *
      *           CNTC - CLIENT NOTICE       DNTC - DEALER NOTICE      *
      *           EODF - EVENT OF DEFAULT    ATEV - ADDITIONAL         *
      *                                             TERMINATION EVENT  *
      *           MUTL - MUTUAL AGREEMENT    ILLG - ILLEGALITY         *
      *         THE NOTICE DATE MAY NOT BE AFTER TODAY.  THE EFFECTIVE *
      *         DATE IS THE NOTICE DATE PLUS THE NOTICE PERIOD IN      *
      *         BUSINESS DAYS ON THE TEMPLATE'S REGIONAL CALENDAR      *
      *         (DPMXBDAY FUNCTION 'A').  THE TERMINATION NOTICE IS    *
      *         REQUIRED AND IS ATTACHED TO THE TEMPLATE ON            *
      *         VDPM12_MCA_DOC THROUGH DPMXDUPL AS AN OTHER ('O')      *
      *         DOCUMENT OF KIND 'TRMN'.  THE NEW REQUEST ID AND THE   *
      *         EFFECTIVE DATE ARE RETURNED.                           *
      *   'A' - APPROVE: A SECOND USER (NEVER THE MAKER) HOLDING THE   *
      *         DPMXAUTH 'T' (APPROVE EARLY TERMINATION) AUTHORITY     *
      *         APPROVES THE SUBMITTED REQUEST.  IF THE TEMPLATE HAS   *
      *         SINCE BEEN DELETED, EXPIRED OR TERMINATED THE          *
      *         APPROVAL IS REFUSED.                                   *
      *   'R' - REJECT: A SECOND USER DECLINES THE SUBMITTED REQUEST   *
      *         WITH A REASON.  THE NOTICE DOCUMENT STAYS ON THE       *
      *         TEMPLATE FOR THE AUDIT TRAIL.                          *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 TEMPLATE NOT FOUND / NOT AN        *
      * EXECUTED MCA, SP02 TERMINATION ALREADY REQUESTED, SP03 MAKER   *
      * CANNOT CHECK OWN REQUEST, SP04 TEMPLATE NO LONGER ELIGIBLE,    *
      * SP06 REQUEST NOT FOUND / NOT SUBMITTED, SP50 INVALID INPUT,    *
      * SP55 NOT ENTITLED / CHECKER NOT AUTHORIZED, SP99 DATABASE      *
      * ERROR.                                                         *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT     - MCA TEMPLATE                            *
      *                                                                *
      * VDPM03_CMPNY_USER    - COMPANY USER (MAKER'S COMPANY FOR THE   *
      *                        NOTICE DOCUMENT)                        *
      *                                                                *
      * VDPM73_TMPLT_TRMN    - EARLY TERMINATION REQUEST               *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM1401  - DCLGEN FOR VDPM14_MCA_TMPLT
      * DPM7301  - DCLGEN FOR VDPM73_TMPLT_TRMN
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
      * DPMXENTL - TEMPLATE ENTITLEMENT CHECK FOR THE MAKER            *
      * DPMXBDAY - BUSINESS-DAY ARITHMETIC FOR THE EFFECTIVE DATE      *
      * DPMXDUPL - ATTACHES THE NOTICE DOCUMENT TO VDPM12_MCA_DOC      *
      * DPMXAUTH - 'T' AUTHORITY GATE FOR THE CHECKER                  *
      *----------------------------------------------------------------
      *              M A I N T E N A N C E   H I S T O R Y            *
      *                                                               *
      * DATE CHANGED    VERSION     PROGRAMMER                        *
      * ------------    -------     --------------------              *
      *                                                               *
      * 10/15/2026        01.00     COGNIZANT                         *
      *                             INITIAL IMPLEMENTATION            *
      *                                                               *
      * 10/15/2026        01.01     COGNIZANT                         *
      *                             A NOVATED ('V') TEMPLATE CANNOT   *
      *                             BE TERMINATED                     *
      *                                                               *
      * 10/15/2026        01.02     COGNIZANT                         *
      *                             A SUPERSEDED ('S') TEMPLATE       *
      *                             CANNOT BE TERMINATED              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXTRMN'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-TRMN-SEQ               PIC S9(9) COMP.
             05  WS-OPEN-CNT               PIC S9(9) COMP.
             05  WS-NTC-DAYS               PIC S9(9) COMP.
             05  WS-RQST-CMPNY-ID          PIC X(08).
             05  WS-CHG-TS                 PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-NTC-DOC-DS             PIC X(216) VALUE
                 'TERMINATION NOTICE'.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Template id is empty'.
             05  WS-EMPTY-RQST-ID          PIC X(50) VALUE
                 'Termination request id is empty'.
             05  WS-INVLD-RSN-CD           PIC X(50) VALUE
                 'Termination reason code is invalid'.
             05  WS-INVLD-NTC-DT           PIC X(50) VALUE
                 'Notice date is invalid'.
             05  WS-FUTURE-NTC-DT          PIC X(50) VALUE
                 'Notice date cannot be after today'.
             05  WS-INVLD-NTC-PRD          PIC X(50) VALUE
                 'Notice period must be zero or more business days'.
             05  WS-EMPTY-NTC-DOC          PIC X(50) VALUE
                 'Termination notice document is required'.
             05  WS-NTC-DOC-REJECTED       PIC X(50) VALUE
                 'Termination notice document was rejected'.
             05  WS-EMPTY-RJCT-RSN         PIC X(50) VALUE
                 'Rejection reason is empty'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-TMPLT-NOT-FOUND        PIC X(50) VALUE
                 'Template not found'.
             05  WS-TMPLT-NOT-EXECUTED     PIC X(50) VALUE
                 'Template is not an executed MCA'.
             05  WS-TMPLT-NOT-ELIGIBLE     PIC X(50) VALUE
                 'Template is no longer live (closed or superseded)'.
             05  WS-TRMN-ALREADY-OPEN      PIC X(50) VALUE
                 'Termination already requested for this template'.
             05  WS-MAKER-IS-CHECKER       PIC X(50) VALUE
                 'A request must be checked by a different user'.
             05  WS-RQST-NOT-FOUND         PIC X(50) VALUE
                 'Termination request not found'.
             05  WS-RQST-NOT-SUBMITTED     PIC X(50) VALUE
                 'Termination request is no longer awaiting approval'.
             05  WS-NOT-ENTITLED           PIC X(50) VALUE
                 'User not entitled to data - reason '.
             05  WS-NOT-AUTHORIZED         PIC X(50) VALUE
                 'User not authorized to check - reason '.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-SUBMIT     VALUE 'S'.
                 88  WS-PROCESS-APPROVE    VALUE 'A'.
                 88  WS-PROCESS-REJECT     VALUE 'R'.
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
       01  WS-BDAY-PROGRAM                 PIC X(08) VALUE 'DPMXBDAY'.
       01  WS-BDAY-PASS-AREA.
           05 WS-BDAY-FUNC-CD              PIC X(01).
           05 WS-BDAY-IN-DT                PIC X(10).
           05 WS-BDAY-END-DT               PIC X(10).
           05 WS-BDAY-IN-DAYS              PIC S9(04) COMP.
           05 WS-BDAY-OUT-DT               PIC X(10).
           05 WS-BDAY-OUT-DAYS             PIC S9(04) COMP.
           05 WS-BDAY-OUT-IND              PIC X(01).
           05 WS-BDAY-SQLCODE              PIC S9(09) COMP.
           05 WS-BDAY-CLNDR-ID             PIC X(08).
      *
       01  WS-DUPL-PROGRAM                 PIC X(08) VALUE 'DPMXDUPL'.
       01  WS-DUPL-PASS-AREA.
           05 WS-DUPL-CMPNY-ID             PIC X(8).
           05 WS-DUPL-MCA-TMPLT-ID         PIC S9(9) COMP.
           05 WS-DUPL-MCA-DOC-DS           PIC X(216).
           05 WS-DUPL-DOC-TYPE-CD          PIC X(1).
           05 WS-DUPL-ROW-UPDT-USER-ID     PIC X(10).
           05 WS-DUPL-DOC-OBJ-TX           USAGE IS SQL
                                           TYPE IS BLOB(2097152).
           05 WS-DUPL-OUT-DOC-ID           PIC S9(18)V COMP-3.
           05 WS-DUPL-OUT-SQLCODE          PIC +(9)9.
           05 WS-DUPL-DOC-KIND-CD          PIC X(4).
           05 WS-DUPL-DOC-EXPRY-DT         PIC X(10).
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

           EXEC SQL
                INCLUDE DPM7301
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
       01  LS-IN-OPR-FLAG                  PIC X(01).
       01  LS-IN-TRMN-RQST-ID              PIC S9(09) COMP.
       01  LS-IN-MCA-TMPLT-ID              PIC S9(09) COMP.
       01  LS-IN-TRMN-RSN-CD               PIC X(04).
       01  LS-IN-NTC-DT                    PIC X(10).
       01  LS-IN-NTC-PRD-DAY-CT            PIC S9(04) COMP.
       01  LS-IN-NTC-DOC-DS                PIC X(216).
       01  LS-IN-NTC-DOC-OBJ-TX            USAGE IS SQL
                                           TYPE IS BLOB(2097152).
       01  LS-IN-RJCT-RSN-TX               PIC X(80).
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-OUT-TRMN-RQST-ID             PIC S9(09) COMP.
       01  LS-OUT-TRMN-EFF-DT              PIC X(10).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-TRMN-RQST-ID,
                                 LS-IN-MCA-TMPLT-ID,
                                 LS-IN-TRMN-RSN-CD,
                                 LS-IN-NTC-DT,
                                 LS-IN-NTC-PRD-DAY-CT,
                                 LS-IN-NTC-DOC-DS,
                                 LS-IN-NTC-DOC-OBJ-TX,
                                 LS-IN-RJCT-RSN-TX,
                                 LS-IN-LOG-USR-ID,
                                 LS-OUT-TRMN-RQST-ID,
                                 LS-OUT-TRMN-EFF-DT.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-PROCESS-TRMN-RQST

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
           MOVE +0                         TO LS-OUT-TRMN-RQST-ID
           MOVE SPACES                     TO LS-OUT-TRMN-EFF-DT
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-TRMN-RSN-CD)
                                           TO  LS-IN-TRMN-RSN-CD
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
              DISPLAY 'DPMXTRMN STARTED AT      :' WS-TS
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
              OR  WS-PROCESS-APPROVE
              OR  WS-PROCESS-REJECT
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

           IF WS-PROCESS-SUBMIT
              PERFORM 2100-VALIDATE-SUBMIT
           ELSE
              IF LS-IN-TRMN-RQST-ID NOT > ZEROES
                 MOVE WS-EMPTY-RQST-ID     TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
              IF  WS-PROCESS-REJECT
              AND LS-IN-RJCT-RSN-TX NOT > SPACES
                 MOVE WS-EMPTY-RJCT-RSN    TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF
           .
      *-------------------------*
       2100-VALIDATE-SUBMIT.
      *-------------------------*

           MOVE '2100-VALIDATE-SUBMIT'     TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-MCA-TMPLT-ID NOT > ZEROES
              MOVE WS-EMPTY-TMPLT-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE LS-IN-TRMN-RSN-CD          TO D73A-TRMN-RSN-CD
           IF  NOT D73A-RSN-CLNT-NOTICE
           AND NOT D73A-RSN-DELR-NOTICE
           AND NOT D73A-RSN-EVENT-DEFAULT
           AND NOT D73A-RSN-TERM-EVENT
           AND NOT D73A-RSN-MUTUAL
           AND NOT D73A-RSN-ILLEGALITY
              MOVE WS-INVLD-RSN-CD         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-NTC-PRD-DAY-CT < ZEROES
              MOVE WS-INVLD-NTC-PRD        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-NTC-DOC-OBJ-TX-LENGTH NOT > ZEROES
              MOVE WS-EMPTY-NTC-DOC        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    DB2 REJECTS A NOTICE DATE THAT DOES NOT EXIST; A POSITIVE
      *    DIFFERENCE IS A NOTICE DATED IN THE FUTURE.
           IF LS-IN-NTC-DT = SPACES
              MOVE WS-INVLD-NTC-DT         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SET :WS-NTC-DAYS = DAYS(DATE(:LS-IN-NTC-DT))
                               - DAYS(CURRENT DATE)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE WS-INVLD-NTC-DT      TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'CURRENT DATE'       TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-NTC-DAYS > ZEROES
              MOVE WS-FUTURE-NTC-DT        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-PROCESS-TRMN-RQST.
      *-------------------------*

           MOVE '3000-PROCESS-TRMN-RQST'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EVALUATE TRUE
              WHEN WS-PROCESS-SUBMIT
                 PERFORM 3100-CHECK-ENTITLEMENT
                 PERFORM 3110-GET-TEMPLATE
                 PERFORM 3120-CHECK-OPEN-RQST
                 PERFORM 3130-CALC-EFFECTIVE-DT
                 PERFORM 3140-ATTACH-NOTICE
                 PERFORM 3150-INSERT-TRMN-RQST
              WHEN WS-PROCESS-APPROVE
                 PERFORM 3200-GET-SUBMITTED-RQST
                 PERFORM 3250-CHECK-AUTHORITY
                 PERFORM 3300-APPROVE-RQST
              WHEN WS-PROCESS-REJECT
                 PERFORM 3200-GET-SUBMITTED-RQST
                 PERFORM 3400-REJECT-RQST
           END-EVALUATE
           .
      *-------------------------*
       3100-CHECK-ENTITLEMENT.
      *-------------------------*
      * THE MAKER MUST BE ABLE TO SEE THE TEMPLATE - THE DEALER OR
      * THE CLIENT ON IT.

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
       3110-GET-TEMPLATE.
      *-------------------------*

           MOVE '3110-GET-TEMPLATE'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_TYPE_CD
                    ,MCA_STAT_IN
                    ,ATTRB_REGN_ID
                INTO :D014-MCA-TMPLT-TYPE-CD
                    ,:D014-MCA-STAT-IN
                    ,:D014-ATTRB-REGN-ID
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

           IF D014-MCA-TMPLT-TYPE-CD NOT = 'E'
              MOVE WS-TMPLT-NOT-EXECUTED   TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D014-MCA-STAT-IN = 'L' OR 'X' OR 'T' OR 'V' OR 'S'
              MOVE WS-TMPLT-NOT-ELIGIBLE   TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3120-CHECK-OPEN-RQST.
      *-------------------------*
      * A TEMPLATE CAN HAVE ONE SUBMITTED OR APPROVED REQUEST AT A
      * TIME; A REJECTED ONE LEAVES THE WAY CLEAR FOR A NEW NOTICE.

           MOVE '3120-CHECK-OPEN-RQST'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CNT
                FROM VDPM73_TMPLT_TRMN
               WHERE MCA_TMPLT_ID  = :LS-IN-MCA-TMPLT-ID
                 AND RQST_STAT_CD IN ('S', 'A')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM73_TMPLT_TRMN'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-OPEN-CNT > 0
              MOVE WS-TRMN-ALREADY-OPEN    TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3130-CALC-EFFECTIVE-DT.
      *-------------------------*
      * NOTICE DATE PLUS THE NOTICE PERIOD IN BUSINESS DAYS ON THE
      * TEMPLATE'S REGIONAL CALENDAR.  A ZERO PERIOD STILL ROLLS A
      * NOTICE GIVEN ON A HOLIDAY OR WEEKEND TO THE NEXT BUSINESS DAY.

           MOVE '3130-CALC-EFFECTIVE-DT'   TO WS-PARAGRAPH-NAME

           MOVE 'A'                        TO WS-BDAY-FUNC-CD
           MOVE LS-IN-NTC-DT               TO WS-BDAY-IN-DT
           MOVE LS-IN-NTC-PRD-DAY-CT       TO WS-BDAY-IN-DAYS
           MOVE D014-ATTRB-REGN-ID         TO WS-BDAY-CLNDR-ID

           CALL WS-BDAY-PROGRAM USING WS-BDAY-PASS-AREA

           IF WS-BDAY-OUT-IND = 'X'
              MOVE WS-BDAY-SQLCODE         TO SQLCODE
              MOVE 'VDPM27_HLDY_CLNDR'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-BDAY-OUT-DT             TO D73A-TRMN-EFF-DT
           .
      *-------------------------*
       3140-ATTACH-NOTICE.
      *-------------------------*
      * THE NOTICE IS FILED ON THE TEMPLATE UNDER THE MAKER'S COMPANY
      * SO IT SITS WITH THE EXECUTED AGREEMENT IT TERMINATES.

           MOVE '3140-ATTACH-NOTICE'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_ID
                INTO :WS-RQST-CMPNY-ID
                FROM VDPM03_CMPNY_USER
               WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID
               FETCH FIRST 1 ROW ONLY
                WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-RQST-CMPNY-ID           TO WS-DUPL-CMPNY-ID
           MOVE LS-IN-MCA-TMPLT-ID         TO WS-DUPL-MCA-TMPLT-ID
           IF LS-IN-NTC-DOC-DS > SPACES
              MOVE LS-IN-NTC-DOC-DS        TO WS-DUPL-MCA-DOC-DS
           ELSE
              MOVE WS-NTC-DOC-DS           TO WS-DUPL-MCA-DOC-DS
           END-IF
           MOVE 'O'                        TO WS-DUPL-DOC-TYPE-CD
           MOVE LS-IN-LOG-USR-ID           TO WS-DUPL-ROW-UPDT-USER-ID
           MOVE 'TRMN'                     TO WS-DUPL-DOC-KIND-CD
           MOVE SPACES                     TO WS-DUPL-DOC-EXPRY-DT
           MOVE LS-IN-NTC-DOC-OBJ-TX-LENGTH
                                           TO WS-DUPL-DOC-OBJ-TX-LENGTH
           MOVE LS-IN-NTC-DOC-OBJ-TX-DATA(1:WS-DUPL-DOC-OBJ-TX-LENGTH)
                                           TO WS-DUPL-DOC-OBJ-TX-DATA

           CALL WS-DUPL-PROGRAM USING WS-DUPL-PASS-AREA

           MOVE WS-DUPL-OUT-SQLCODE        TO SQLCODE

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE WS-DUPL-OUT-DOC-ID   TO D73A-NTC-DOC-ID
              WHEN -999
                 MOVE WS-NTC-DOC-REJECTED  TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM12_MCA_DOC'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3150-INSERT-TRMN-RQST.
      *-------------------------*

           MOVE '3150-INSERT-TRMN-RQST'    TO WS-PARAGRAPH-NAME

           EXEC SQL
               SET :WS-TRMN-SEQ = (NEXT VALUE FOR DPM.SQDPM731)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM731'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-TRMN-SEQ                TO D73A-TRMN-RQST-ID
           MOVE LS-IN-MCA-TMPLT-ID         TO D73A-MCA-TMPLT-ID
           MOVE LS-IN-NTC-DT               TO D73A-NTC-DT
           MOVE LS-IN-NTC-PRD-DAY-CT       TO D73A-NTC-PRD-DAY-CT
           SET D73A-RQST-SUBMITTED         TO TRUE
           MOVE LS-IN-LOG-USR-ID           TO D73A-RQST-USER-ID
                                              D73A-ROW-UPDT-USER-ID
           MOVE SPACES                     TO D73A-CHKR-USER-ID
                                              D73A-RJCT-RSN-TX
           MOVE WS-LOW-TS                  TO D73A-CHKR-TS
                                              D73A-TRMN-TS
           MOVE ZEROES                     TO D73A-ENRL-CLOSE-CT

           EXEC SQL
              INSERT INTO VDPM73_TMPLT_TRMN
                 (TRMN_RQST_ID
                 ,MCA_TMPLT_ID
                 ,TRMN_RSN_CD
                 ,NTC_DT
                 ,NTC_PRD_DAY_CT
                 ,TRMN_EFF_DT
                 ,NTC_DOC_ID
                 ,RQST_STAT_CD
                 ,RQST_USER_ID
                 ,RQST_TS
                 ,CHKR_USER_ID
                 ,CHKR_TS
                 ,RJCT_RSN_TX
                 ,TRMN_TS
                 ,ENRL_CLOSE_CT
                 ,ROW_UPDT_TS
                 ,ROW_UPDT_USER_ID)
                 VALUES
                 (:D73A-TRMN-RQST-ID
                 ,:D73A-MCA-TMPLT-ID
                 ,:D73A-TRMN-RSN-CD
                 ,:D73A-NTC-DT
                 ,:D73A-NTC-PRD-DAY-CT
                 ,:D73A-TRMN-EFF-DT
                 ,:D73A-NTC-DOC-ID
                 ,:D73A-RQST-STAT-CD
                 ,:D73A-RQST-USER-ID
                 ,CURRENT TIMESTAMP
                 ,:D73A-CHKR-USER-ID
                 ,:D73A-CHKR-TS
                 ,:D73A-RJCT-RSN-TX
                 ,:D73A-TRMN-TS
                 ,:D73A-ENRL-CLOSE-CT
                 ,CURRENT TIMESTAMP
                 ,:D73A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM73_TMPLT_TRMN'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D73A-TRMN-RQST-ID          TO LS-OUT-TRMN-RQST-ID
           MOVE D73A-TRMN-EFF-DT           TO LS-OUT-TRMN-EFF-DT
           .
      *-------------------------*
       3200-GET-SUBMITTED-RQST.
      *-------------------------*

           MOVE '3200-GET-SUBMITTED-RQST'  TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT TRMN_RQST_ID
                    ,MCA_TMPLT_ID
                    ,TRMN_EFF_DT
                    ,RQST_STAT_CD
                    ,RQST_USER_ID
                INTO :D73A-TRMN-RQST-ID
                    ,:D73A-MCA-TMPLT-ID
                    ,:D73A-TRMN-EFF-DT
                    ,:D73A-RQST-STAT-CD
                    ,:D73A-RQST-USER-ID
                FROM VDPM73_TMPLT_TRMN
               WHERE TRMN_RQST_ID = :LS-IN-TRMN-RQST-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-RQST-NOT-FOUND    TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM73_TMPLT_TRMN'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D73A-RQST-SUBMITTED
              MOVE WS-RQST-NOT-SUBMITTED   TO LS-SP-ERROR-AREA
              MOVE 'SP06'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D73A-RQST-USER-ID = LS-IN-LOG-USR-ID
              MOVE WS-MAKER-IS-CHECKER     TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3250-CHECK-AUTHORITY.
      *-------------------------*
      * APPROVING A TERMINATION NEEDS THE EARLY TERMINATION AUTHORITY
      * ON THE DPMXAUTH ROLE MATRIX; A DENY GOES BACK AS SP55 WITH THE
      * AU REASON CODE APPENDED.  REJECTING NEEDS ONLY A SECOND USER.

           MOVE '3250-CHECK-AUTHORITY'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-AUTH-USER-ID
           MOVE 'T'                        TO WS-AUTH-ACTN-CD

           CALL WS-AUTH-PROGRAM USING WS-AUTH-PASS-AREA

           IF NOT WS-AUTH-ALLOWED
              MOVE WS-NOT-AUTHORIZED       TO LS-SP-ERROR-AREA
              MOVE WS-AUTH-DENY-RC         TO LS-SP-ERROR-AREA(39:4)
              MOVE 'SP55'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3300-APPROVE-RQST.
      *-------------------------*
      * THE TEMPLATE MAY HAVE BEEN DELETED OR HAVE EXPIRED WHILE THE
      * REQUEST WAITED; THERE IS THEN NOTHING LEFT TO TERMINATE.

           MOVE '3300-APPROVE-RQST'        TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT MCA_STAT_IN
                INTO :D014-MCA-STAT-IN
                FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :D73A-MCA-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE 'L'                  TO D014-MCA-STAT-IN
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D014-MCA-STAT-IN = 'L' OR 'X' OR 'T' OR 'V' OR 'S'
              MOVE WS-TMPLT-NOT-ELIGIBLE   TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           SET D73A-RQST-APPROVED          TO TRUE
           MOVE SPACES                     TO D73A-RJCT-RSN-TX
           PERFORM 3600-CLOSE-RQST
           .
      *-------------------------*
       3400-REJECT-RQST.
      *-------------------------*

           MOVE '3400-REJECT-RQST'         TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           SET D73A-RQST-REJECTED          TO TRUE
           MOVE LS-IN-RJCT-RSN-TX          TO D73A-RJCT-RSN-TX
           PERFORM 3600-CLOSE-RQST
           .
      *-------------------------*
       3600-CLOSE-RQST.
      *-------------------------*

           MOVE '3600-CLOSE-RQST'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-CHG-TS = CURRENT TIMESTAMP
           END-EXEC

           MOVE LS-IN-LOG-USR-ID           TO D73A-CHKR-USER-ID
                                              D73A-ROW-UPDT-USER-ID
           MOVE WS-CHG-TS                  TO D73A-CHKR-TS

           EXEC SQL
              UPDATE VDPM73_TMPLT_TRMN
                 SET RQST_STAT_CD     = :D73A-RQST-STAT-CD
                    ,CHKR_USER_ID     = :D73A-CHKR-USER-ID
                    ,CHKR_TS          = :D73A-CHKR-TS
                    ,RJCT_RSN_TX      = :D73A-RJCT-RSN-TX
                    ,ROW_UPDT_TS      = :D73A-CHKR-TS
                    ,ROW_UPDT_USER_ID = :D73A-ROW-UPDT-USER-ID
               WHERE TRMN_RQST_ID     = :D73A-TRMN-RQST-ID
                 AND RQST_STAT_CD     = 'S'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE D73A-TRMN-RQST-ID    TO LS-OUT-TRMN-RQST-ID
                 MOVE D73A-TRMN-EFF-DT     TO LS-OUT-TRMN-EFF-DT
              WHEN 100
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE WS-RQST-NOT-SUBMITTED TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM73_TMPLT_TRMN'  TO WS-TABLE-NAME
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
               DISPLAY 'LS-IN-OPR-FLAG           :' LS-IN-OPR-FLAG
               DISPLAY 'LS-IN-TRMN-RQST-ID       :' LS-IN-TRMN-RQST-ID
               DISPLAY 'LS-IN-MCA-TMPLT-ID       :' LS-IN-MCA-TMPLT-ID
               DISPLAY 'LS-IN-TRMN-RSN-CD        :' LS-IN-TRMN-RSN-CD
               DISPLAY 'LS-IN-NTC-DT             :' LS-IN-NTC-DT
               DISPLAY 'LS-IN-NTC-PRD-DAY-CT     :' LS-IN-NTC-PRD-DAY-CT
               DISPLAY 'LS-IN-NTC-DOC-DS         :' LS-IN-NTC-DOC-DS
               DISPLAY 'LS-IN-NTC-DOC-LENGTH     :'
                                           LS-IN-NTC-DOC-OBJ-TX-LENGTH
               DISPLAY 'LS-IN-RJCT-RSN-TX        :' LS-IN-RJCT-RSN-TX
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-OUT-TRMN-RQST-ID      :' LS-OUT-TRMN-RQST-ID
               DISPLAY 'LS-OUT-TRMN-EFF-DT       :' LS-OUT-TRMN-EFF-DT
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXTRMN    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXTRMN ENDED AT        :' WS-TS
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
