       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXCMNT.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXCMNT
      *    NAME  DPMXCMNT(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXCMNT                                            *
      *                                                                *
      * MAKER-CHECKER MAINTENANCE OF REGISTERED COMPANY MASTER DATA    *
      * ON VDPM01_MCA_CMPNY.  THE MAINTAINED FIELDS ARE THE PRIMARY    *
      * AND SECONDARY CONTACT NAME / PHONE / EMAIL, CMPNY_TYPE_CD,     *
      * CMPNY_GROUP_CD, CMPNY_LANG_CD AND EFFV_START_DT/EFFV_END_DT.   *
      * OPERATIONS (LS-IN-OPR-FLAG):                                   *
      *                                                                *
      *   'S' - STAGE: THE MAKER PASSES THE COMPLETE PROPOSED SET OF   *
      *         MAINTAINED FIELDS.  THE PROPOSAL IS KEPT ON            *
      *         VDPM58_CMPNY_CHG AS PENDING ('P') WITH THE COMPANY     *
      *         ROW'S ROW_UPDT_TS AT THE TIME.  ONE PENDING CHANGE     *
      *         PER COMPANY; A PROPOSAL THAT CHANGES NOTHING IS        *
      *         REFUSED.  THE NEW CHANGE ID IS RETURNED.               *
      *   'A' - APPROVE: A SECOND USER (NEVER THE MAKER) APPLIES THE   *
      *         PENDING CHANGE.  IF THE COMPANY ROW WAS UPDATED AFTER  *
      *         THE PROPOSAL WAS STAGED THE APPROVAL IS REFUSED AND    *
      *         THE CHANGE MUST BE REJECTED AND RE-PROPOSED.  EVERY    *
      *         FIELD THAT ACTUALLY CHANGES GETS A BEFORE/AFTER ROW    *
      *         ON VDPM59_CMPNY_HIST NAMING THE MAKER AND CHECKER.     *
      *   'R' - REJECT: A SECOND USER DISCARDS THE PENDING CHANGE.     *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 COMPANY NOT REGISTERED, SP02       *
      * CHANGE ALREADY PENDING, SP03 MAKER CANNOT CHECK OWN CHANGE,    *
      * SP04 COMPANY CHANGED SINCE THE PROPOSAL, SP05 NOTHING CHANGED, *
      * SP06 CHANGE NOT FOUND / NOT PENDING, SP50 INVALID INPUT,       *
      * SP99 DATABASE ERROR.                                           *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM01_MCA_CMPNY     - MASTER TABLE THAT HAS THE CLIENT/DEALER *
      *                        COMPANY DETAILS.                        *
      *                                                                *
      * VDPM58_CMPNY_CHG     - STAGED (MAKER) COMPANY CHANGES          *
      *                                                                *
      * VDPM59_CMPNY_HIST    - COMPANY FIELD-LEVEL CHANGE HISTORY      *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM0101  - DCLGEN FOR VDPM01_MCA_CMPNY
      * DPM5801  - DCLGEN FOR VDPM58_CMPNY_CHG
      * DPM5901  - DCLGEN FOR VDPM59_CMPNY_HIST
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
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXCMNT'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-CHG-SEQ                PIC S9(9) COMP.
             05  WS-PENDING-CNT            PIC S9(9) COMP.
             05  WS-CHANGED-FIELD-CNT      PIC S9(4) COMP.
             05  WS-CHG-TS                 PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-EMPTY-CMP-ID           PIC X(50) VALUE
                 'Company id is empty'.
             05  WS-EMPTY-CHG-ID           PIC X(50) VALUE
                 'Company change id is empty'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-EMPTY-CODE             PIC X(50) VALUE
                 'Company type, group and language are required'.
             05  WS-INVLD-EFFV-DT          PIC X(50) VALUE
                 'Effective date is invalid'.
             05  WS-INVLD-EFFV-RANGE       PIC X(50) VALUE
                 'Effective end date is before the start date'.
             05  WS-CMPNY-NOT-FOUND        PIC X(50) VALUE
                 'Company is not registered'.
             05  WS-CHG-ALREADY-PENDING    PIC X(50) VALUE
                 'A change is already pending for this company'.
             05  WS-MAKER-IS-CHECKER       PIC X(50) VALUE
                 'A change must be checked by a different user'.
             05  WS-CMPNY-CHANGED          PIC X(50) VALUE
                 'Company was updated after the change was proposed'.
             05  WS-NOTHING-CHANGED        PIC X(50) VALUE
                 'The proposed change does not change any field'.
             05  WS-CHG-NOT-FOUND          PIC X(50) VALUE
                 'Company change not found'.
             05  WS-CHG-NOT-PENDING        PIC X(50) VALUE
                 'Company change is no longer pending'.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-STAGE      VALUE 'S'.
                 88  WS-PROCESS-APPROVE    VALUE 'A'.
                 88  WS-PROCESS-REJECT     VALUE 'R'.
             05  WS-HIST-SW                PIC X(01) VALUE 'N'.
                 88  WS-WRITE-HIST         VALUE 'Y'.
                 88  WS-COUNT-ONLY         VALUE 'N'.
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
                INCLUDE DPM0101
           END-EXEC.

           EXEC SQL
                INCLUDE DPM5801
           END-EXEC.

           EXEC SQL
                INCLUDE DPM5901
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
       01  LS-IN-CMPNY-ID                  PIC X(08).
       01  LS-IN-CHG-ID                    PIC S9(09) COMP.
       01  LS-IN-CMPNY-TYPE-CD             PIC X(01).
       01  LS-IN-CMPNY-GROUP-CD            PIC X(01).
       01  LS-IN-PRMRY-CNTCT-NM            PIC X(200).
       01  LS-IN-SCNDY-CNTCT-NM            PIC X(200).
       01  LS-IN-PRMRY-PHONE-NB            PIC X(20).
       01  LS-IN-SCNDY-PHONE-NB            PIC X(20).
       01  LS-IN-PRMRY-EMAIL-ID            PIC X(100).
       01  LS-IN-SCNDY-EMAIL-ID            PIC X(100).
       01  LS-IN-CMPNY-LANG-CD             PIC X(02).
       01  LS-IN-EFFV-START-DT             PIC X(10).
       01  LS-IN-EFFV-END-DT               PIC X(10).
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-OUT-CHG-ID                   PIC S9(09) COMP.

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-CMPNY-ID,
                                 LS-IN-CHG-ID,
                                 LS-IN-CMPNY-TYPE-CD,
                                 LS-IN-CMPNY-GROUP-CD,
                                 LS-IN-PRMRY-CNTCT-NM,
                                 LS-IN-SCNDY-CNTCT-NM,
                                 LS-IN-PRMRY-PHONE-NB,
                                 LS-IN-SCNDY-PHONE-NB,
                                 LS-IN-PRMRY-EMAIL-ID,
                                 LS-IN-SCNDY-EMAIL-ID,
                                 LS-IN-CMPNY-LANG-CD,
                                 LS-IN-EFFV-START-DT,
                                 LS-IN-EFFV-END-DT,
                                 LS-IN-LOG-USR-ID,
                                 LS-OUT-CHG-ID.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-PROCESS-CMPNY-CHG

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
           MOVE +0                         TO LS-OUT-CHG-ID
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-CMPNY-TYPE-CD)
                                           TO  LS-IN-CMPNY-TYPE-CD
           MOVE FUNCTION UPPER-CASE(LS-IN-CMPNY-GROUP-CD)
                                           TO  LS-IN-CMPNY-GROUP-CD
           MOVE FUNCTION UPPER-CASE(LS-IN-CMPNY-LANG-CD)
                                           TO  LS-IN-CMPNY-LANG-CD
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
              DISPLAY 'DPMXCMNT STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-STAGE
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

           IF WS-PROCESS-STAGE
              PERFORM 2100-VALIDATE-PROPOSAL
           ELSE
              IF LS-IN-CHG-ID NOT > ZEROES
                 MOVE WS-EMPTY-CHG-ID      TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF
           .
      *-------------------------*
       2100-VALIDATE-PROPOSAL.
      *-------------------------*

           MOVE '2100-VALIDATE-PROPOSAL'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-CMP-ID         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-CMPNY-TYPE-CD  = SPACES
           OR LS-IN-CMPNY-GROUP-CD = SPACES
           OR LS-IN-CMPNY-LANG-CD  = SPACES
              MOVE WS-EMPTY-CODE           TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    DATES ARRIVE IN ISO FORMAT (YYYY-MM-DD), SO THEY COMPARE AS
      *    CHARACTER STRINGS.  DB2 REJECTS A DATE THAT DOES NOT EXIST
      *    WHEN THE PROPOSAL IS STAGED (3100).
           IF LS-IN-EFFV-START-DT = SPACES
           OR LS-IN-EFFV-END-DT   = SPACES
              MOVE WS-INVLD-EFFV-DT        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-EFFV-END-DT < LS-IN-EFFV-START-DT
              MOVE WS-INVLD-EFFV-RANGE     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-PROCESS-CMPNY-CHG.
      *-------------------------*

           MOVE '3000-PROCESS-CMPNY-CHG'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EVALUATE TRUE
              WHEN WS-PROCESS-STAGE
                 PERFORM 3100-STAGE-CHANGE
              WHEN WS-PROCESS-APPROVE
                 PERFORM 3200-GET-PENDING-CHANGE
                 PERFORM 3300-APPROVE-CHANGE
              WHEN WS-PROCESS-REJECT
                 PERFORM 3200-GET-PENDING-CHANGE
                 PERFORM 3400-REJECT-CHANGE
           END-EVALUATE
           .
      *-------------------------*
       3100-STAGE-CHANGE.
      *-------------------------*

           MOVE '3100-STAGE-CHANGE'        TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE LS-IN-CMPNY-ID             TO D001-CMPNY-ID
           PERFORM 3500-GET-CMPNY-ROW

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDING-CNT
                FROM VDPM58_CMPNY_CHG
               WHERE CMPNY_ID    = :D001-CMPNY-ID
                 AND CHG_STAT_CD = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM58_CMPNY_CHG'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-PENDING-CNT > 0
              MOVE WS-CHG-ALREADY-PENDING  TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE D001-CMPNY-ID              TO D58A-CMPNY-ID
           MOVE LS-IN-CMPNY-TYPE-CD        TO D58A-CMPNY-TYPE-CD
           MOVE LS-IN-CMPNY-GROUP-CD       TO D58A-CMPNY-GROUP-CD
           MOVE LS-IN-PRMRY-CNTCT-NM       TO D58A-CMPNY-PRMRY-CNTCT-NM
           MOVE LS-IN-SCNDY-CNTCT-NM       TO D58A-CMPNY-SCNDY-CNTCT-NM
           MOVE LS-IN-PRMRY-PHONE-NB       TO D58A-CMPNY-PRMRY-PHONE-NB
           MOVE LS-IN-SCNDY-PHONE-NB       TO D58A-CMPNY-SCNDY-PHONE-NB
           MOVE LS-IN-PRMRY-EMAIL-ID       TO D58A-CMPNY-PRMRY-EMAIL-ID
           MOVE LS-IN-SCNDY-EMAIL-ID       TO D58A-CMPNY-SCNDY-EMAIL-ID
           MOVE LS-IN-CMPNY-LANG-CD        TO D58A-CMPNY-LANG-CD
           MOVE LS-IN-EFFV-START-DT        TO D58A-EFFV-START-DT
           MOVE LS-IN-EFFV-END-DT          TO D58A-EFFV-END-DT

           SET WS-COUNT-ONLY               TO TRUE
           PERFORM 3900-COMPARE-FIELDS

           IF WS-CHANGED-FIELD-CNT = 0
              MOVE WS-NOTHING-CHANGED      TO LS-SP-ERROR-AREA
              MOVE 'SP05'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
               SET :WS-CHG-SEQ = (NEXT VALUE FOR DPM.SQDPM581)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM581'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-CHG-SEQ                 TO D58A-CMPNY-CHG-ID
           SET D58A-CHG-PENDING            TO TRUE
           MOVE D001-ROW-UPDT-TS           TO D58A-BASE-ROW-UPDT-TS
           MOVE LS-IN-LOG-USR-ID           TO D58A-MAKER-USER-ID
           MOVE SPACES                     TO D58A-CHKR-USER-ID
           MOVE WS-LOW-TS                  TO D58A-CHKR-TS

           EXEC SQL
              INSERT INTO VDPM58_CMPNY_CHG
                 (CMPNY_CHG_ID
                 ,CMPNY_ID
                 ,CHG_STAT_CD
                 ,CMPNY_TYPE_CD
                 ,CMPNY_GROUP_CD
                 ,CMPNY_PRMRY_CNTCT_NM
                 ,CMPNY_SCNDY_CNTCT_NM
                 ,CMPNY_PRMRY_PHONE_NB
                 ,CMPNY_SCNDY_PHONE_NB
                 ,CMPNY_PRMRY_EMAIL_ID
                 ,CMPNY_SCNDY_EMAIL_ID
                 ,CMPNY_LANG_CD
                 ,EFFV_START_DT
                 ,EFFV_END_DT
                 ,BASE_ROW_UPDT_TS
                 ,MAKER_USER_ID
                 ,MAKER_TS
                 ,CHKR_USER_ID
                 ,CHKR_TS)
                 VALUES
                 (:D58A-CMPNY-CHG-ID
                 ,:D58A-CMPNY-ID
                 ,:D58A-CHG-STAT-CD
                 ,:D58A-CMPNY-TYPE-CD
                 ,:D58A-CMPNY-GROUP-CD
                 ,:D58A-CMPNY-PRMRY-CNTCT-NM
                 ,:D58A-CMPNY-SCNDY-CNTCT-NM
                 ,:D58A-CMPNY-PRMRY-PHONE-NB
                 ,:D58A-CMPNY-SCNDY-PHONE-NB
                 ,:D58A-CMPNY-PRMRY-EMAIL-ID
                 ,:D58A-CMPNY-SCNDY-EMAIL-ID
                 ,:D58A-CMPNY-LANG-CD
                 ,:D58A-EFFV-START-DT
                 ,:D58A-EFFV-END-DT
                 ,:D58A-BASE-ROW-UPDT-TS
                 ,:D58A-MAKER-USER-ID
                 ,CURRENT TIMESTAMP
                 ,:D58A-CHKR-USER-ID
                 ,:D58A-CHKR-TS)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE D58A-CMPNY-CHG-ID    TO LS-OUT-CHG-ID
              WHEN -180
              WHEN -181
                 MOVE WS-INVLD-EFFV-DT     TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM58_CMPNY_CHG'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3200-GET-PENDING-CHANGE.
      *-------------------------*

           MOVE '3200-GET-PENDING-CHANGE'  TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT CMPNY_CHG_ID
                    ,CMPNY_ID
                    ,CHG_STAT_CD
                    ,CMPNY_TYPE_CD
                    ,CMPNY_GROUP_CD
                    ,CMPNY_PRMRY_CNTCT_NM
                    ,CMPNY_SCNDY_CNTCT_NM
                    ,CMPNY_PRMRY_PHONE_NB
                    ,CMPNY_SCNDY_PHONE_NB
                    ,CMPNY_PRMRY_EMAIL_ID
                    ,CMPNY_SCNDY_EMAIL_ID
                    ,CMPNY_LANG_CD
                    ,EFFV_START_DT
                    ,EFFV_END_DT
                    ,BASE_ROW_UPDT_TS
                    ,MAKER_USER_ID
                INTO :D58A-CMPNY-CHG-ID
                    ,:D58A-CMPNY-ID
                    ,:D58A-CHG-STAT-CD
                    ,:D58A-CMPNY-TYPE-CD
                    ,:D58A-CMPNY-GROUP-CD
                    ,:D58A-CMPNY-PRMRY-CNTCT-NM
                    ,:D58A-CMPNY-SCNDY-CNTCT-NM
                    ,:D58A-CMPNY-PRMRY-PHONE-NB
                    ,:D58A-CMPNY-SCNDY-PHONE-NB
                    ,:D58A-CMPNY-PRMRY-EMAIL-ID
                    ,:D58A-CMPNY-SCNDY-EMAIL-ID
                    ,:D58A-CMPNY-LANG-CD
                    ,:D58A-EFFV-START-DT
                    ,:D58A-EFFV-END-DT
                    ,:D58A-BASE-ROW-UPDT-TS
                    ,:D58A-MAKER-USER-ID
                FROM VDPM58_CMPNY_CHG
               WHERE CMPNY_CHG_ID = :LS-IN-CHG-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-CHG-NOT-FOUND     TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM58_CMPNY_CHG'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D58A-CHG-PENDING
              MOVE WS-CHG-NOT-PENDING      TO LS-SP-ERROR-AREA
              MOVE 'SP06'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D58A-MAKER-USER-ID = LS-IN-LOG-USR-ID
              MOVE WS-MAKER-IS-CHECKER     TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3300-APPROVE-CHANGE.
      *-------------------------*

           MOVE '3300-APPROVE-CHANGE'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE D58A-CMPNY-ID              TO D001-CMPNY-ID
           PERFORM 3500-GET-CMPNY-ROW

      *    SOMEONE ELSE CHANGED THE COMPANY SINCE THE PROPOSAL WAS
      *    STAGED; APPLYING IT NOW WOULD SILENTLY UNDO THAT CHANGE.
           IF D001-ROW-UPDT-TS NOT = D58A-BASE-ROW-UPDT-TS
              MOVE WS-CMPNY-CHANGED        TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SET :WS-CHG-TS = CURRENT TIMESTAMP
           END-EXEC

           MOVE D58A-CMPNY-ID              TO D59A-CMPNY-ID
           MOVE D58A-CMPNY-CHG-ID          TO D59A-CMPNY-CHG-ID
           MOVE D58A-MAKER-USER-ID         TO D59A-MAKER-USER-ID
           MOVE LS-IN-LOG-USR-ID           TO D59A-CHKR-USER-ID
           MOVE WS-CHG-TS                  TO D59A-CHG-TS

           SET WS-WRITE-HIST               TO TRUE
           PERFORM 3900-COMPARE-FIELDS

           MOVE LS-IN-LOG-USR-ID           TO D001-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM01_MCA_CMPNY
                 SET CMPNY_TYPE_CD        = :D58A-CMPNY-TYPE-CD
                    ,CMPNY_GROUP_CD       = :D58A-CMPNY-GROUP-CD
                    ,CMPNY_PRMRY_CNTCT_NM = :D58A-CMPNY-PRMRY-CNTCT-NM
                    ,CMPNY_SCNDY_CNTCT_NM = :D58A-CMPNY-SCNDY-CNTCT-NM
                    ,CMPNY_PRMRY_PHONE_NB = :D58A-CMPNY-PRMRY-PHONE-NB
                    ,CMPNY_SCNDY_PHONE_NB = :D58A-CMPNY-SCNDY-PHONE-NB
                    ,CMPNY_PRMRY_EMAIL_ID = :D58A-CMPNY-PRMRY-EMAIL-ID
                    ,CMPNY_SCNDY_EMAIL_ID = :D58A-CMPNY-SCNDY-EMAIL-ID
                    ,CMPNY_LANG_CD        = :D58A-CMPNY-LANG-CD
                    ,EFFV_START_DT        = :D58A-EFFV-START-DT
                    ,EFFV_END_DT          = :D58A-EFFV-END-DT
                    ,ROW_UPDT_TS          = :WS-CHG-TS
                    ,ROW_UPDT_USER_ID     = :D001-ROW-UPDT-USER-ID
               WHERE CMPNY_ID             = :D58A-CMPNY-ID
                 AND ROW_UPDT_TS          = :D58A-BASE-ROW-UPDT-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE WS-CMPNY-CHANGED     TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM01_MCA_CMPNY'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           SET D58A-CHG-APPROVED           TO TRUE
           PERFORM 3600-CLOSE-CHANGE
           .
      *-------------------------*
       3400-REJECT-CHANGE.
      *-------------------------*

           MOVE '3400-REJECT-CHANGE'       TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SET :WS-CHG-TS = CURRENT TIMESTAMP
           END-EXEC

           SET D58A-CHG-REJECTED           TO TRUE
           PERFORM 3600-CLOSE-CHANGE
           .
      *-------------------------*
       3500-GET-CMPNY-ROW.
      *-------------------------*

           MOVE '3500-GET-CMPNY-ROW'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_TYPE_CD
                    ,CMPNY_GROUP_CD
                    ,CMPNY_PRMRY_CNTCT_NM
                    ,CMPNY_SCNDY_CNTCT_NM
                    ,CMPNY_PRMRY_PHONE_NB
                    ,CMPNY_SCNDY_PHONE_NB
                    ,CMPNY_PRMRY_EMAIL_ID
                    ,CMPNY_SCNDY_EMAIL_ID
                    ,CMPNY_LANG_CD
                    ,EFFV_START_DT
                    ,EFFV_END_DT
                    ,ROW_UPDT_TS
                INTO :D001-CMPNY-TYPE-CD
                    ,:D001-CMPNY-GROUP-CD
                    ,:D001-CMPNY-PRMRY-CNTCT-NM
                    ,:D001-CMPNY-SCNDY-CNTCT-NM
                    ,:D001-CMPNY-PRMRY-PHONE-NB
                    ,:D001-CMPNY-SCNDY-PHONE-NB
                    ,:D001-CMPNY-PRMRY-EMAIL-ID
                    ,:D001-CMPNY-SCNDY-EMAIL-ID
                    ,:D001-CMPNY-LANG-CD
                    ,:D001-EFFV-START-DT
                    ,:D001-EFFV-END-DT
                    ,:D001-ROW-UPDT-TS
                FROM VDPM01_MCA_CMPNY
               WHERE CMPNY_ID = :D001-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-CMPNY-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM01_MCA_CMPNY'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3600-CLOSE-CHANGE.
      *-------------------------*

           MOVE '3600-CLOSE-CHANGE'        TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO D58A-CHKR-USER-ID
           MOVE WS-CHG-TS                  TO D58A-CHKR-TS

           EXEC SQL
              UPDATE VDPM58_CMPNY_CHG
                 SET CHG_STAT_CD  = :D58A-CHG-STAT-CD
                    ,CHKR_USER_ID = :D58A-CHKR-USER-ID
                    ,CHKR_TS      = :D58A-CHKR-TS
               WHERE CMPNY_CHG_ID = :D58A-CMPNY-CHG-ID
                 AND CHG_STAT_CD  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE D58A-CMPNY-CHG-ID    TO LS-OUT-CHG-ID
              WHEN 100
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE WS-CHG-NOT-PENDING   TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM58_CMPNY_CHG'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3900-COMPARE-FIELDS.
      *-------------------------*
      * COMPARES THE CURRENT COMPANY ROW (D001-) WITH THE PROPOSAL
      * (D58A-).  COUNTS THE FIELDS THAT DIFFER AND, WHEN THE CHANGE
      * IS BEING APPLIED, WRITES ONE BEFORE/AFTER HISTORY ROW FOR
      * EACH OF THEM.

           MOVE '3900-COMPARE-FIELDS'      TO WS-PARAGRAPH-NAME
           MOVE ZEROES                     TO WS-CHANGED-FIELD-CNT

           IF D001-CMPNY-TYPE-CD NOT = D58A-CMPNY-TYPE-CD
              MOVE 'CMPNY_TYPE_CD'         TO D59A-COL-NM
              MOVE D001-CMPNY-TYPE-CD      TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-TYPE-CD      TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-GROUP-CD NOT = D58A-CMPNY-GROUP-CD
              MOVE 'CMPNY_GROUP_CD'        TO D59A-COL-NM
              MOVE D001-CMPNY-GROUP-CD     TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-GROUP-CD     TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-PRMRY-CNTCT-NM NOT = D58A-CMPNY-PRMRY-CNTCT-NM
              MOVE 'CMPNY_PRMRY_CNTCT_NM'  TO D59A-COL-NM
              MOVE D001-CMPNY-PRMRY-CNTCT-NM
                                           TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-PRMRY-CNTCT-NM
                                           TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-SCNDY-CNTCT-NM NOT = D58A-CMPNY-SCNDY-CNTCT-NM
              MOVE 'CMPNY_SCNDY_CNTCT_NM'  TO D59A-COL-NM
              MOVE D001-CMPNY-SCNDY-CNTCT-NM
                                           TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-SCNDY-CNTCT-NM
                                           TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-PRMRY-PHONE-NB NOT = D58A-CMPNY-PRMRY-PHONE-NB
              MOVE 'CMPNY_PRMRY_PHONE_NB'  TO D59A-COL-NM
              MOVE D001-CMPNY-PRMRY-PHONE-NB
                                           TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-PRMRY-PHONE-NB
                                           TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-SCNDY-PHONE-NB NOT = D58A-CMPNY-SCNDY-PHONE-NB
              MOVE 'CMPNY_SCNDY_PHONE_NB'  TO D59A-COL-NM
              MOVE D001-CMPNY-SCNDY-PHONE-NB
                                           TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-SCNDY-PHONE-NB
                                           TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-PRMRY-EMAIL-ID NOT = D58A-CMPNY-PRMRY-EMAIL-ID
              MOVE 'CMPNY_PRMRY_EMAIL_ID'  TO D59A-COL-NM
              MOVE D001-CMPNY-PRMRY-EMAIL-ID
                                           TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-PRMRY-EMAIL-ID
                                           TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-SCNDY-EMAIL-ID NOT = D58A-CMPNY-SCNDY-EMAIL-ID
              MOVE 'CMPNY_SCNDY_EMAIL_ID'  TO D59A-COL-NM
              MOVE D001-CMPNY-SCNDY-EMAIL-ID
                                           TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-SCNDY-EMAIL-ID
                                           TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-CMPNY-LANG-CD NOT = D58A-CMPNY-LANG-CD
              MOVE 'CMPNY_LANG_CD'         TO D59A-COL-NM
              MOVE D001-CMPNY-LANG-CD      TO D59A-OLD-VALUE-TX
              MOVE D58A-CMPNY-LANG-CD      TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-EFFV-START-DT NOT = D58A-EFFV-START-DT
              MOVE 'EFFV_START_DT'         TO D59A-COL-NM
              MOVE D001-EFFV-START-DT      TO D59A-OLD-VALUE-TX
              MOVE D58A-EFFV-START-DT      TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF

           IF D001-EFFV-END-DT NOT = D58A-EFFV-END-DT
              MOVE 'EFFV_END_DT'           TO D59A-COL-NM
              MOVE D001-EFFV-END-DT        TO D59A-OLD-VALUE-TX
              MOVE D58A-EFFV-END-DT        TO D59A-NEW-VALUE-TX
              PERFORM 3910-RECORD-FIELD-CHG
           END-IF
           .
      *-------------------------*
       3910-RECORD-FIELD-CHG.
      *-------------------------*

           ADD 1                           TO WS-CHANGED-FIELD-CNT

           IF WS-WRITE-HIST
              MOVE '3910-RECORD-FIELD-CHG' TO WS-PARAGRAPH-NAME

              EXEC SQL
                 INSERT INTO VDPM59_CMPNY_HIST
                    (CMPNY_ID
                    ,CMPNY_CHG_ID
                    ,COL_NM
                    ,OLD_VALUE_TX
                    ,NEW_VALUE_TX
                    ,MAKER_USER_ID
                    ,CHKR_USER_ID
                    ,CHG_TS)
                    VALUES
                    (:D59A-CMPNY-ID
                    ,:D59A-CMPNY-CHG-ID
                    ,:D59A-COL-NM
                    ,:D59A-OLD-VALUE-TX
                    ,:D59A-NEW-VALUE-TX
                    ,:D59A-MAKER-USER-ID
                    ,:D59A-CHKR-USER-ID
                    ,:D59A-CHG-TS)
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'VDPM59_CMPNY_HIST'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF
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
      *    THIS CALL WROTE (HISTORY ROWS INCLUDED) IS LEFT BEHIND.
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
               DISPLAY 'LS-IN-CMPNY-ID           :' LS-IN-CMPNY-ID
               DISPLAY 'LS-IN-CHG-ID             :' LS-IN-CHG-ID
               DISPLAY 'LS-IN-CMPNY-TYPE-CD      :' LS-IN-CMPNY-TYPE-CD
               DISPLAY 'LS-IN-CMPNY-GROUP-CD     :' LS-IN-CMPNY-GROUP-CD
               DISPLAY 'LS-IN-CMPNY-LANG-CD      :' LS-IN-CMPNY-LANG-CD
               DISPLAY 'LS-IN-EFFV-START-DT      :' LS-IN-EFFV-START-DT
               DISPLAY 'LS-IN-EFFV-END-DT        :' LS-IN-EFFV-END-DT
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-OUT-CHG-ID            :' LS-OUT-CHG-ID
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXCMNT    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXCMNT ENDED AT        :' WS-TS
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
