       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXSREG.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXSREG
      *    NAME  DPMXSREG(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXSREG                                            *
      *                                                                *
      * MAKER-CHECKER MAINTENANCE OF THE AUTHORIZED SIGNATORY         *
      * REGISTER ON VDPM70_SGNTRY_RGSTR.  EACH ENTRY NAMES ONE         *
      * INDIVIDUAL WHO MAY BIND A REGISTERED COMPANY, THE PRODUCT THE  *
      * AUTHORITY COVERS (ATTRB_PRDCT_ID, OR '*ALL' FOR EVERY          *
      * PRODUCT) AND THE VALID-FROM / VALID-TO DATES.  DPMXESIG        *
      * CHECKS EVERY DEALER AND CLIENT SIGNER AGAINST THE ACTIVE       *
      * ENTRIES BEFORE AN ENVELOPE IS SENT.                            *
      *                                                                *
      * OPERATIONS (LS-IN-OPR-FLAG):                                   *
      *                                                                *
      *   'S' - STAGE: THE MAKER PROPOSES A CHANGE, KEPT ON THE        *
      *         REGISTER AS A PENDING ('P') ENTRY.  LS-IN-CHG-TYPE-CD: *
      *         'N' - ADD A NEW SIGNATORY.  COMPANY, NAME, PRODUCT     *
      *               AND BOTH DATES ARE REQUIRED.                     *
      *         'C' - CHANGE THE ACTIVE ENTRY LS-IN-SGNTRY-ID.  THE    *
      *               COMPANY IS KEPT; A BLANK NAME KEEPS THE NAME.    *
      *         'D' - REVOKE THE ACTIVE ENTRY LS-IN-SGNTRY-ID.         *
      *         ONE PENDING CHANGE PER ACTIVE ENTRY (AND PER NEW       *
      *         COMPANY / NAME / PRODUCT); A CHANGE THAT CHANGES       *
      *         NOTHING IS REFUSED.  THE NEW ENTRY ID IS RETURNED.     *
      *   'A' - APPROVE: A SECOND USER (NEVER THE MAKER) HOLDING THE   *
      *         DPMXAUTH 'G' (SIGNATORY / LEGAL) AUTHORITY APPLIES THE *
      *         PENDING ENTRY.  A CHANGE OR REVOCATION RETIRES ('X')   *
      *         THE ENTRY IT REPLACES; IF THAT ENTRY IS NO LONGER      *
      *         ACTIVE THE APPROVAL IS REFUSED.  AN APPROVED           *
      *         REVOCATION IS KEPT AS RETIRED FOR THE AUDIT TRAIL.     *
      *   'R' - REJECT: A SECOND USER DISCARDS THE PENDING ENTRY.      *
      *                                                                *
      * NOTHING IS EVER DELETED: RETIRED AND REJECTED ENTRIES, WITH    *
      * THEIR MAKER AND CHECKER, ARE THE REGISTER'S HISTORY.           *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 COMPANY NOT REGISTERED, SP02       *
      * CHANGE ALREADY PENDING, SP03 MAKER CANNOT CHECK OWN CHANGE,    *
      * SP04 ENTRY CHANGED SINCE THE PROPOSAL, SP05 NOTHING CHANGED,   *
      * SP06 ENTRY NOT FOUND / NOT PENDING / NOT ACTIVE, SP07          *
      * SIGNATORY ALREADY REGISTERED FOR THE PRODUCT, SP50 INVALID     *
      * INPUT, SP55 CHECKER NOT AUTHORIZED, SP99 DATABASE ERROR.       *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM01_MCA_CMPNY     - MASTER TABLE THAT HAS THE CLIENT/DEALER *
      *                        COMPANY DETAILS.                        *
      *                                                                *
      * VDPM70_SGNTRY_RGSTR  - AUTHORIZED SIGNATORY REGISTER           *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM7001  - DCLGEN FOR VDPM70_SGNTRY_RGSTR
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
      * DPMXAUTH - 'G' AUTHORITY GATE FOR THE CHECKER                  *
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
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXSREG'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-SGNTRY-SEQ             PIC S9(9) COMP.
             05  WS-PENDING-CNT            PIC S9(9) COMP.
             05  WS-ACTIVE-CNT             PIC S9(9) COMP.
             05  WS-CMPNY-CNT              PIC S9(9) COMP.
             05  WS-CHG-TS                 PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-EMPTY-CMP-ID           PIC X(50) VALUE
                 'Company id is empty'.
             05  WS-EMPTY-SGNTRY-ID        PIC X(50) VALUE
                 'Signatory register entry id is empty'.
             05  WS-EMPTY-SGNTRY-NM        PIC X(50) VALUE
                 'Signatory name is empty'.
             05  WS-EMPTY-PRDCT-ID         PIC X(50) VALUE
                 'Product is empty - use *ALL for every product'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-INVLD-CHG-TYPE         PIC X(50) VALUE
                 'Change type must be N, C or D'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-INVLD-VALID-DT         PIC X(50) VALUE
                 'Valid-from / valid-to date is invalid'.
             05  WS-INVLD-VALID-RANGE      PIC X(50) VALUE
                 'Valid-to date is before the valid-from date'.
             05  WS-CMPNY-NOT-FOUND        PIC X(50) VALUE
                 'Company is not registered'.
             05  WS-CHG-ALREADY-PENDING    PIC X(50) VALUE
                 'A change is already pending for this signatory'.
             05  WS-MAKER-IS-CHECKER       PIC X(50) VALUE
                 'A change must be checked by a different user'.
             05  WS-ENTRY-CHANGED          PIC X(50) VALUE
                 'Register entry changed after the proposal'.
             05  WS-NOTHING-CHANGED        PIC X(50) VALUE
                 'The proposed change does not change any field'.
             05  WS-ENTRY-NOT-FOUND        PIC X(50) VALUE
                 'Signatory register entry not found'.
             05  WS-ENTRY-NOT-PENDING      PIC X(50) VALUE
                 'Signatory register entry is no longer pending'.
             05  WS-ENTRY-NOT-ACTIVE       PIC X(50) VALUE
                 'Signatory register entry is not active'.
             05  WS-ALREADY-REGISTERED     PIC X(50) VALUE
                 'Signatory already registered for this product'.
             05  WS-NOT-AUTHORIZED         PIC X(50) VALUE
                 'User not authorized to check - reason '.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-STAGE      VALUE 'S'.
                 88  WS-PROCESS-APPROVE    VALUE 'A'.
                 88  WS-PROCESS-REJECT     VALUE 'R'.
             05  WS-CHG-TYPE-SW            PIC X(01).
                 88  WS-CHG-ADD            VALUE 'N'.
                 88  WS-CHG-AMEND          VALUE 'C'.
                 88  WS-CHG-REVOKE         VALUE 'D'.
      *
      * THE ACTIVE ENTRY A CHANGE OR REVOCATION REPLACES
       01  WS-PRIOR-ENTRY.
             05  WS-PRIOR-CMPNY-ID         PIC X(08).
             05  WS-PRIOR-SGNTRY-NM        PIC X(100).
             05  WS-PRIOR-PRDCT-ID         PIC X(08).
             05  WS-PRIOR-VALID-FROM-DT    PIC X(10).
             05  WS-PRIOR-VALID-TO-DT      PIC X(10).
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
                INCLUDE DPM7001
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
       01  LS-IN-CHG-TYPE-CD               PIC X(01).
       01  LS-IN-SGNTRY-ID                 PIC S9(09) COMP.
       01  LS-IN-CMPNY-ID                  PIC X(08).
       01  LS-IN-SGNTRY-NM                 PIC X(100).
       01  LS-IN-ATTRB-PRDCT-ID            PIC X(08).
       01  LS-IN-VALID-FROM-DT             PIC X(10).
       01  LS-IN-VALID-TO-DT               PIC X(10).
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-OUT-SGNTRY-ID                PIC S9(09) COMP.

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-CHG-TYPE-CD,
                                 LS-IN-SGNTRY-ID,
                                 LS-IN-CMPNY-ID,
                                 LS-IN-SGNTRY-NM,
                                 LS-IN-ATTRB-PRDCT-ID,
                                 LS-IN-VALID-FROM-DT,
                                 LS-IN-VALID-TO-DT,
                                 LS-IN-LOG-USR-ID,
                                 LS-OUT-SGNTRY-ID.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-PROCESS-RGSTR-CHG

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
           MOVE +0                         TO LS-OUT-SGNTRY-ID
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-CHG-TYPE-CD)
                                           TO  LS-IN-CHG-TYPE-CD
           MOVE FUNCTION UPPER-CASE(LS-IN-ATTRB-PRDCT-ID)
                                           TO  LS-IN-ATTRB-PRDCT-ID
           MOVE LS-IN-OPR-FLAG             TO  WS-PROCESS-IND-SW
           MOVE LS-IN-CHG-TYPE-CD          TO  WS-CHG-TYPE-SW

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
              DISPLAY 'DPMXSREG STARTED AT      :' WS-TS
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
              PERFORM 2100-VALIDATE-PROPOSAL THRU 2100-EXIT
           ELSE
              IF LS-IN-SGNTRY-ID NOT > ZEROES
                 MOVE WS-EMPTY-SGNTRY-ID   TO LS-SP-ERROR-AREA
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

           IF  NOT WS-CHG-ADD
           AND NOT WS-CHG-AMEND
           AND NOT WS-CHG-REVOKE
              MOVE WS-INVLD-CHG-TYPE       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    A CHANGE OR REVOCATION NAMES THE ACTIVE ENTRY IT REPLACES;
      *    A REVOCATION NEEDS NOTHING ELSE.
           IF WS-CHG-AMEND OR WS-CHG-REVOKE
              IF LS-IN-SGNTRY-ID NOT > ZEROES
                 MOVE WS-EMPTY-SGNTRY-ID   TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF

           IF WS-CHG-REVOKE
              GO TO 2100-EXIT
           END-IF

           IF WS-CHG-ADD
              IF LS-IN-CMPNY-ID NOT > SPACES
                 MOVE WS-EMPTY-CMP-ID      TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
              IF LS-IN-SGNTRY-NM NOT > SPACES
                 MOVE WS-EMPTY-SGNTRY-NM   TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF

           IF LS-IN-ATTRB-PRDCT-ID NOT > SPACES
              MOVE WS-EMPTY-PRDCT-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    DATES ARRIVE IN ISO FORMAT (YYYY-MM-DD), SO THEY COMPARE AS
      *    CHARACTER STRINGS.  DB2 REJECTS A DATE THAT DOES NOT EXIST
      *    WHEN THE PROPOSAL IS STAGED (3150).
           IF LS-IN-VALID-FROM-DT = SPACES
           OR LS-IN-VALID-TO-DT   = SPACES
              MOVE WS-INVLD-VALID-DT       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-VALID-TO-DT < LS-IN-VALID-FROM-DT
              MOVE WS-INVLD-VALID-RANGE    TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-------------------------*
       3000-PROCESS-RGSTR-CHG.
      *-------------------------*

           MOVE '3000-PROCESS-RGSTR-CHG'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EVALUATE TRUE
              WHEN WS-PROCESS-STAGE
                 PERFORM 3100-STAGE-CHANGE
              WHEN WS-PROCESS-APPROVE
                 PERFORM 3200-GET-PENDING-ENTRY
                 PERFORM 3250-CHECK-AUTHORITY
                 PERFORM 3300-APPROVE-CHANGE
              WHEN WS-PROCESS-REJECT
                 PERFORM 3200-GET-PENDING-ENTRY
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

           IF WS-CHG-ADD
              PERFORM 3110-STAGE-NEW-ENTRY
           ELSE
              PERFORM 3120-STAGE-REPLACEMENT THRU 3120-EXIT
           END-IF

           PERFORM 3150-INSERT-PENDING-ENTRY
           .
      *-------------------------*
       3110-STAGE-NEW-ENTRY.
      *-------------------------*

           MOVE '3110-STAGE-NEW-ENTRY'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CMPNY-CNT
                FROM VDPM01_MCA_CMPNY
               WHERE CMPNY_ID = :LS-IN-CMPNY-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM01_MCA_CMPNY'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-CMPNY-CNT = 0
              MOVE WS-CMPNY-NOT-FOUND      TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE LS-IN-CMPNY-ID             TO D70A-CMPNY-ID
           MOVE LS-IN-SGNTRY-NM            TO D70A-SGNTRY-NM
           MOVE LS-IN-ATTRB-PRDCT-ID       TO D70A-ATTRB-PRDCT-ID

      *    A SIGNATORY ALREADY ACTIVE FOR THE PRODUCT IS CHANGED ('C'),
      *    NOT ADDED A SECOND TIME.
           EXEC SQL
              SELECT COALESCE(SUM(CASE RGSTR_STAT_CD
                                     WHEN 'P' THEN 1 ELSE 0 END), 0)
                    ,COALESCE(SUM(CASE RGSTR_STAT_CD
                                     WHEN 'A' THEN 1 ELSE 0 END), 0)
                INTO :WS-PENDING-CNT
                    ,:WS-ACTIVE-CNT
                FROM VDPM70_SGNTRY_RGSTR
               WHERE CMPNY_ID       = :D70A-CMPNY-ID
                 AND SGNTRY_NM      = :D70A-SGNTRY-NM
                 AND ATTRB_PRDCT_ID = :D70A-ATTRB-PRDCT-ID
                 AND RGSTR_STAT_CD IN ('P', 'A')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM70_SGNTRY_RGSTR'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-PENDING-CNT > 0
              MOVE WS-CHG-ALREADY-PENDING  TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF WS-ACTIVE-CNT > 0
              MOVE WS-ALREADY-REGISTERED   TO LS-SP-ERROR-AREA
              MOVE 'SP07'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE LS-IN-VALID-FROM-DT        TO D70A-VALID-FROM-DT
           MOVE LS-IN-VALID-TO-DT          TO D70A-VALID-TO-DT
           MOVE ZEROES                     TO D70A-PRIOR-SGNTRY-ID
           .
      *-------------------------*
       3120-STAGE-REPLACEMENT.
      *-------------------------*

           MOVE '3120-STAGE-REPLACEMENT'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_ID
                    ,SGNTRY_NM
                    ,ATTRB_PRDCT_ID
                    ,VALID_FROM_DT
                    ,VALID_TO_DT
                    ,RGSTR_STAT_CD
                INTO :WS-PRIOR-CMPNY-ID
                    ,:WS-PRIOR-SGNTRY-NM
                    ,:WS-PRIOR-PRDCT-ID
                    ,:WS-PRIOR-VALID-FROM-DT
                    ,:WS-PRIOR-VALID-TO-DT
                    ,:D70A-RGSTR-STAT-CD
                FROM VDPM70_SGNTRY_RGSTR
               WHERE SGNTRY_ID = :LS-IN-SGNTRY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-ENTRY-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM70_SGNTRY_RGSTR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D70A-RGSTR-ACTIVE
              MOVE WS-ENTRY-NOT-ACTIVE     TO LS-SP-ERROR-AREA
              MOVE 'SP06'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDING-CNT
                FROM VDPM70_SGNTRY_RGSTR
               WHERE PRIOR_SGNTRY_ID = :LS-IN-SGNTRY-ID
                 AND RGSTR_STAT_CD   = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM70_SGNTRY_RGSTR'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-PENDING-CNT > 0
              MOVE WS-CHG-ALREADY-PENDING  TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE WS-PRIOR-CMPNY-ID          TO D70A-CMPNY-ID
           MOVE LS-IN-SGNTRY-ID            TO D70A-PRIOR-SGNTRY-ID

           IF WS-CHG-REVOKE
              MOVE WS-PRIOR-SGNTRY-NM      TO D70A-SGNTRY-NM
              MOVE WS-PRIOR-PRDCT-ID       TO D70A-ATTRB-PRDCT-ID
              MOVE WS-PRIOR-VALID-FROM-DT  TO D70A-VALID-FROM-DT
              MOVE WS-PRIOR-VALID-TO-DT    TO D70A-VALID-TO-DT
              GO TO 3120-EXIT
           END-IF

           IF LS-IN-SGNTRY-NM > SPACES
              MOVE LS-IN-SGNTRY-NM         TO D70A-SGNTRY-NM
           ELSE
              MOVE WS-PRIOR-SGNTRY-NM      TO D70A-SGNTRY-NM
           END-IF
           MOVE LS-IN-ATTRB-PRDCT-ID       TO D70A-ATTRB-PRDCT-ID
           MOVE LS-IN-VALID-FROM-DT        TO D70A-VALID-FROM-DT
           MOVE LS-IN-VALID-TO-DT          TO D70A-VALID-TO-DT

           IF  D70A-SGNTRY-NM      = WS-PRIOR-SGNTRY-NM
           AND D70A-ATTRB-PRDCT-ID = WS-PRIOR-PRDCT-ID
           AND D70A-VALID-FROM-DT  = WS-PRIOR-VALID-FROM-DT
           AND D70A-VALID-TO-DT    = WS-PRIOR-VALID-TO-DT
              MOVE WS-NOTHING-CHANGED      TO LS-SP-ERROR-AREA
              MOVE 'SP05'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
       3120-EXIT.
           EXIT.
      *-------------------------*
       3150-INSERT-PENDING-ENTRY.
      *-------------------------*

           MOVE '3150-INSERT-PENDING-ENTRY' TO WS-PARAGRAPH-NAME

           EXEC SQL
               SET :WS-SGNTRY-SEQ = (NEXT VALUE FOR DPM.SQDPM701)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM701'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-SGNTRY-SEQ              TO D70A-SGNTRY-ID
           SET D70A-RGSTR-PENDING          TO TRUE
           MOVE WS-CHG-TYPE-SW             TO D70A-CHG-TYPE-CD
           MOVE LS-IN-LOG-USR-ID           TO D70A-MAKER-USER-ID
                                              D70A-ROW-UPDT-USER-ID
           MOVE SPACES                     TO D70A-CHKR-USER-ID
           MOVE WS-LOW-TS                  TO D70A-CHKR-TS

           EXEC SQL
              INSERT INTO VDPM70_SGNTRY_RGSTR
                 (SGNTRY_ID
                 ,CMPNY_ID
                 ,SGNTRY_NM
                 ,ATTRB_PRDCT_ID
                 ,VALID_FROM_DT
                 ,VALID_TO_DT
                 ,RGSTR_STAT_CD
                 ,CHG_TYPE_CD
                 ,PRIOR_SGNTRY_ID
                 ,MAKER_USER_ID
                 ,MAKER_TS
                 ,CHKR_USER_ID
                 ,CHKR_TS
                 ,ROW_UPDT_TS
                 ,ROW_UPDT_USER_ID)
                 VALUES
                 (:D70A-SGNTRY-ID
                 ,:D70A-CMPNY-ID
                 ,:D70A-SGNTRY-NM
                 ,:D70A-ATTRB-PRDCT-ID
                 ,:D70A-VALID-FROM-DT
                 ,:D70A-VALID-TO-DT
                 ,:D70A-RGSTR-STAT-CD
                 ,:D70A-CHG-TYPE-CD
                 ,:D70A-PRIOR-SGNTRY-ID
                 ,:D70A-MAKER-USER-ID
                 ,CURRENT TIMESTAMP
                 ,:D70A-CHKR-USER-ID
                 ,:D70A-CHKR-TS
                 ,CURRENT TIMESTAMP
                 ,:D70A-ROW-UPDT-USER-ID)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE D70A-SGNTRY-ID       TO LS-OUT-SGNTRY-ID
              WHEN -180
              WHEN -181
                 MOVE WS-INVLD-VALID-DT    TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM70_SGNTRY_RGSTR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3200-GET-PENDING-ENTRY.
      *-------------------------*

           MOVE '3200-GET-PENDING-ENTRY'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT SGNTRY_ID
                    ,CMPNY_ID
                    ,RGSTR_STAT_CD
                    ,CHG_TYPE_CD
                    ,PRIOR_SGNTRY_ID
                    ,MAKER_USER_ID
                INTO :D70A-SGNTRY-ID
                    ,:D70A-CMPNY-ID
                    ,:D70A-RGSTR-STAT-CD
                    ,:D70A-CHG-TYPE-CD
                    ,:D70A-PRIOR-SGNTRY-ID
                    ,:D70A-MAKER-USER-ID
                FROM VDPM70_SGNTRY_RGSTR
               WHERE SGNTRY_ID = :LS-IN-SGNTRY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-ENTRY-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM70_SGNTRY_RGSTR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D70A-RGSTR-PENDING
              MOVE WS-ENTRY-NOT-PENDING    TO LS-SP-ERROR-AREA
              MOVE 'SP06'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D70A-MAKER-USER-ID = LS-IN-LOG-USR-ID
              MOVE WS-MAKER-IS-CHECKER     TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3250-CHECK-AUTHORITY.
      *-------------------------*
      * APPROVING A REGISTER CHANGE NEEDS THE SIGNATORY / LEGAL
      * AUTHORITY ON THE DPMXAUTH ROLE MATRIX; A DENY GOES BACK AS
      * SP55 WITH THE AU REASON CODE APPENDED.  REJECTING NEEDS ONLY
      * A SECOND USER.

           MOVE '3250-CHECK-AUTHORITY'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-AUTH-USER-ID
           MOVE 'G'                        TO WS-AUTH-ACTN-CD

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
       3300-APPROVE-CHANGE.
      *-------------------------*

           MOVE '3300-APPROVE-CHANGE'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SET :WS-CHG-TS = CURRENT TIMESTAMP
           END-EXEC

      *    THE REPLACED ENTRY MUST STILL BE ACTIVE; IF SOMEONE ELSE
      *    RETIRED IT SINCE THE PROPOSAL, APPLYING THIS ONE WOULD
      *    SILENTLY UNDO THAT CHANGE.
           IF D70A-CHG-AMEND OR D70A-CHG-REVOKE
              MOVE LS-IN-LOG-USR-ID        TO D70A-ROW-UPDT-USER-ID

              EXEC SQL
                 UPDATE VDPM70_SGNTRY_RGSTR
                    SET RGSTR_STAT_CD    = 'X'
                       ,ROW_UPDT_TS      = :WS-CHG-TS
                       ,ROW_UPDT_USER_ID = :D70A-ROW-UPDT-USER-ID
                  WHERE SGNTRY_ID        = :D70A-PRIOR-SGNTRY-ID
                    AND RGSTR_STAT_CD    = 'A'
              END-EXEC

              EVALUATE SQLCODE
                 WHEN ZEROES
                    CONTINUE
                 WHEN 100
                    EXEC SQL
                       ROLLBACK
                    END-EXEC
                    MOVE WS-ENTRY-CHANGED  TO LS-SP-ERROR-AREA
                    MOVE 'SP04'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 WHEN OTHER
                    MOVE 'VDPM70_SGNTRY_RGSTR' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-IF

           IF D70A-CHG-REVOKE
              SET D70A-RGSTR-RETIRED       TO TRUE
           ELSE
              SET D70A-RGSTR-ACTIVE        TO TRUE
           END-IF
           PERFORM 3600-CLOSE-ENTRY
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

           SET D70A-RGSTR-REJECTED         TO TRUE
           PERFORM 3600-CLOSE-ENTRY
           .
      *-------------------------*
       3600-CLOSE-ENTRY.
      *-------------------------*

           MOVE '3600-CLOSE-ENTRY'         TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO D70A-CHKR-USER-ID
                                              D70A-ROW-UPDT-USER-ID
           MOVE WS-CHG-TS                  TO D70A-CHKR-TS

           EXEC SQL
              UPDATE VDPM70_SGNTRY_RGSTR
                 SET RGSTR_STAT_CD    = :D70A-RGSTR-STAT-CD
                    ,CHKR_USER_ID     = :D70A-CHKR-USER-ID
                    ,CHKR_TS          = :D70A-CHKR-TS
                    ,ROW_UPDT_TS      = :D70A-CHKR-TS
                    ,ROW_UPDT_USER_ID = :D70A-ROW-UPDT-USER-ID
               WHERE SGNTRY_ID        = :D70A-SGNTRY-ID
                 AND RGSTR_STAT_CD    = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE D70A-SGNTRY-ID       TO LS-OUT-SGNTRY-ID
              WHEN 100
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE WS-ENTRY-NOT-PENDING TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM70_SGNTRY_RGSTR' TO WS-TABLE-NAME
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
               DISPLAY 'LS-IN-CHG-TYPE-CD        :' LS-IN-CHG-TYPE-CD
               DISPLAY 'LS-IN-SGNTRY-ID          :' LS-IN-SGNTRY-ID
               DISPLAY 'LS-IN-CMPNY-ID           :' LS-IN-CMPNY-ID
               DISPLAY 'LS-IN-SGNTRY-NM          :' LS-IN-SGNTRY-NM
               DISPLAY 'LS-IN-ATTRB-PRDCT-ID     :' LS-IN-ATTRB-PRDCT-ID
               DISPLAY 'LS-IN-VALID-FROM-DT      :' LS-IN-VALID-FROM-DT
               DISPLAY 'LS-IN-VALID-TO-DT        :' LS-IN-VALID-TO-DT
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-OUT-SGNTRY-ID         :' LS-OUT-SGNTRY-ID
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXSREG    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXSREG ENDED AT        :' WS-TS
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
