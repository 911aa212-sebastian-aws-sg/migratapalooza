       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXCLEI.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXCLEI
      *    NAME  DPMXCLEI(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXCLEI                                            *
      *                                                                *
      * LEGAL ENTITY IDENTIFIER MAINTENANCE FOR A COMPANY (CLIENT OR   *
      * DEALER - THE COMPANY MUST BE ON VDPM01_MCA_CMPNY OR            *
      * VDPM02_DELR_CMPNY).  ONE LEI PER COMPANY IS KEPT ON            *
      * VDPM61_CMPNY_LEI.  OPERATIONS (LS-IN-OPR-FLAG):                *
      *                                                                *
      *   'S' - SET: RECORDS OR REPLACES THE COMPANY'S LEI.  THE LEI   *
      *         MUST PASS THE ISO 17442 CHECK-DIGIT TEST (DPMXLEIV)    *
      *         AND MAY NOT ALREADY BELONG TO ANOTHER COMPANY.  A NEW  *
      *         OR CHANGED LEI IS 'U' (UNRECONCILED) UNTIL THE WEEKLY  *
      *         GLEIF GOLDEN-COPY RUN (DPMXGLEI) HAS SEEN IT.          *
      *   'C' - CLEAR: REMOVES THE COMPANY'S LEI.                      *
      *                                                                *
      * EVERY SET OR CLEAR IS WRITTEN TO THE COMPANY FIELD HISTORY     *
      * VDPM59_CMPNY_HIST AS COLUMN 'LEI_ID' (CHANGE ID ZERO - NOT A   *
      * STAGED DPMXCMNT CHANGE).                                       *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 COMPANY NOT REGISTERED, SP02 LEI   *
      * ALREADY HELD BY ANOTHER COMPANY, SP03 NO LEI RECORDED (CLEAR), *
      * SP50 INVALID INPUT / LEI FAILS VALIDATION, SP99 DATABASE ERROR.*
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM61_CMPNY_LEI     - COMPANY LEI REGISTRY                    *
      *                                                                *
      * VDPM59_CMPNY_HIST    - COMPANY MASTER FIELD HISTORY            *
      *                                                                *
      * VDPM01_MCA_CMPNY     - MCA COMPANY TABLE                       *
      *                                                                *
      * VDPM02_DELR_CMPNY    - DEALER COMPANY TABLE                    *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM6101  - DCLGEN FOR VDPM61_CMPNY_LEI
      * DPM5901  - DCLGEN FOR VDPM59_CMPNY_HIST
      * DTM5401  - DCLGEN FOR VDTM54_DEBUG_CNTRL
      *----------------------------------------------------------------
      * CALLS:
      * ------
      * DPMXLEIV - LEI FORMAT AND CHECK-DIGIT VALIDATION
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
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXCLEI'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-CMPNY-CNT              PIC S9(9) COMP.
             05  WS-CHG-TS                 PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-OLD-LEI-ID             PIC X(20).
             05  WS-OTHER-CMPNY-ID         PIC X(08).
             05  WS-EMPTY-CMP-ID           PIC X(50) VALUE
                 'Company id is empty'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-EMPTY-LEI-ID           PIC X(50) VALUE
                 'LEI is empty'.
             05  WS-INVLD-LEI-FORMAT       PIC X(50) VALUE
                 'LEI must be 20 letters or digits'.
             05  WS-INVLD-LEI-CHECK        PIC X(50) VALUE
                 'LEI check digits are not valid'.
             05  WS-CMPNY-NOT-FOUND        PIC X(50) VALUE
                 'Company is not registered'.
             05  WS-LEI-IN-USE             PIC X(50) VALUE
                 'LEI is already recorded for another company'.
             05  WS-LEI-NOT-FOUND          PIC X(50) VALUE
                 'No LEI is recorded for this company'.
             05  WS-LEI-UNCHANGED          PIC X(50) VALUE
                 'This LEI is already recorded for the company'.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-SET        VALUE 'S'.
                 88  WS-PROCESS-CLEAR      VALUE 'C'.
      *
      **PASS AREA FOR DPMXLEIV
       01  WS-LEIV-PASS-AREA.
           05 WS-LEIV-LEI-ID               PIC X(20).
           05 WS-LEIV-VALID-IN             PIC X(01).
              88 WS-LEIV-VALID             VALUE 'Y'.
           05 WS-LEIV-RSN-CD               PIC X(01).
              88 WS-LEIV-BAD-FORMAT        VALUE 'F'.
              88 WS-LEIV-BAD-CHECK         VALUE 'C'.
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
                INCLUDE DPM6101
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
       01  LS-IN-LEI-ID                    PIC X(20).
       01  LS-IN-LOG-USR-ID                PIC X(10).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-CMPNY-ID,
                                 LS-IN-LEI-ID,
                                 LS-IN-LOG-USR-ID.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-PROCESS-LEI

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
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-LEI-ID)
                                           TO  LS-IN-LEI-ID
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
              DISPLAY 'DPMXCLEI STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-SET
              OR  WS-PROCESS-CLEAR
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

           IF LS-IN-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-CMP-ID         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF WS-PROCESS-SET
              PERFORM 2100-VALIDATE-LEI
           END-IF
           .
      *-------------------------*
       2100-VALIDATE-LEI.
      *-------------------------*

           MOVE '2100-VALIDATE-LEI'        TO WS-PARAGRAPH-NAME

           IF LS-IN-LEI-ID NOT > SPACES
              MOVE WS-EMPTY-LEI-ID         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE LS-IN-LEI-ID               TO WS-LEIV-LEI-ID
           CALL 'DPMXLEIV' USING WS-LEIV-PASS-AREA

           IF NOT WS-LEIV-VALID
              IF WS-LEIV-BAD-CHECK
                 MOVE WS-INVLD-LEI-CHECK   TO LS-SP-ERROR-AREA
              ELSE
                 MOVE WS-INVLD-LEI-FORMAT  TO LS-SP-ERROR-AREA
              END-IF
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-PROCESS-LEI.
      *-------------------------*

           MOVE '3000-PROCESS-LEI'         TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SET :WS-CHG-TS = CURRENT TIMESTAMP
           END-EXEC

           PERFORM 3100-CHECK-CMPNY

           MOVE LS-IN-CMPNY-ID             TO D61A-CMPNY-ID

           EXEC SQL
              SELECT LEI_ID
                INTO :WS-OLD-LEI-ID
                FROM VDPM61_CMPNY_LEI
               WHERE CMPNY_ID = :D61A-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE SPACES               TO WS-OLD-LEI-ID
              WHEN OTHER
                 MOVE 'VDPM61_CMPNY_LEI'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-PROCESS-SET
                 PERFORM 3200-SET-LEI
              WHEN WS-PROCESS-CLEAR
                 PERFORM 3300-CLEAR-LEI
           END-EVALUATE

           PERFORM 3900-RECORD-LEI-HIST
           .
      *-------------------------*
       3100-CHECK-CMPNY.
      *-------------------------*
      * DEALERS ARE REGISTERED ON VDPM02_DELR_CMPNY, CLIENTS (AND
      * DEALERS SIGNED UP AS MCA COMPANIES) ON VDPM01_MCA_CMPNY.

           MOVE '3100-CHECK-CMPNY'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CMPNY-CNT
                FROM SYSIBM.SYSDUMMY1
               WHERE EXISTS
                     (SELECT 1
                        FROM VDPM01_MCA_CMPNY
                       WHERE CMPNY_ID = :LS-IN-CMPNY-ID)
                  OR EXISTS
                     (SELECT 1
                        FROM VDPM02_DELR_CMPNY
                       WHERE CMPNY_ID = :LS-IN-CMPNY-ID)
                WITH UR
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
           .
      *-------------------------*
       3200-SET-LEI.
      *-------------------------*

           MOVE '3200-SET-LEI'             TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-LEI-ID = WS-OLD-LEI-ID
              MOVE WS-LEI-UNCHANGED        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SELECT CMPNY_ID
                INTO :WS-OTHER-CMPNY-ID
                FROM VDPM61_CMPNY_LEI
               WHERE LEI_ID    = :LS-IN-LEI-ID
                 AND CMPNY_ID <> :LS-IN-CMPNY-ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 MOVE WS-LEI-IN-USE        TO LS-SP-ERROR-AREA
                 MOVE 'SP02'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'VDPM61_CMPNY_LEI'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE LS-IN-LEI-ID               TO D61A-LEI-ID
           SET D61A-LEI-UNRECONCILED       TO TRUE
           MOVE SPACES                     TO D61A-GLEIF-LGL-NM
                                              D61A-GLEIF-RGSTN-STAT-TX
                                              D61A-SCSR-LEI-ID
                                              D61A-NM-MTCH-IN
           MOVE WS-LOW-TS                  TO D61A-RCNCL-TS
           MOVE WS-CHG-TS                  TO D61A-ROW-UPDT-TS
           MOVE LS-IN-LOG-USR-ID           TO D61A-ROW-UPDT-USER-ID

           IF WS-OLD-LEI-ID = SPACES
              EXEC SQL
                 INSERT INTO VDPM61_CMPNY_LEI
                    (CMPNY_ID
                    ,LEI_ID
                    ,LEI_STAT_CD
                    ,GLEIF_LGL_NM
                    ,GLEIF_RGSTN_STAT_TX
                    ,SCSR_LEI_ID
                    ,NM_MTCH_IN
                    ,RCNCL_TS
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID)
                    VALUES
                    (:D61A-CMPNY-ID
                    ,:D61A-LEI-ID
                    ,:D61A-LEI-STAT-CD
                    ,:D61A-GLEIF-LGL-NM
                    ,:D61A-GLEIF-RGSTN-STAT-TX
                    ,:D61A-SCSR-LEI-ID
                    ,:D61A-NM-MTCH-IN
                    ,:D61A-RCNCL-TS
                    ,:D61A-ROW-UPDT-TS
                    ,:D61A-ROW-UPDT-USER-ID)
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE VDPM61_CMPNY_LEI
                    SET LEI_ID              = :D61A-LEI-ID
                       ,LEI_STAT_CD         = :D61A-LEI-STAT-CD
                       ,GLEIF_LGL_NM        = :D61A-GLEIF-LGL-NM
                       ,GLEIF_RGSTN_STAT_TX = :D61A-GLEIF-RGSTN-STAT-TX
                       ,SCSR_LEI_ID         = :D61A-SCSR-LEI-ID
                       ,NM_MTCH_IN          = :D61A-NM-MTCH-IN
                       ,RCNCL_TS            = :D61A-RCNCL-TS
                       ,ROW_UPDT_TS         = :D61A-ROW-UPDT-TS
                       ,ROW_UPDT_USER_ID    = :D61A-ROW-UPDT-USER-ID
                  WHERE CMPNY_ID            = :D61A-CMPNY-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'VDPM61_CMPNY_LEI'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *-------------------------*
       3300-CLEAR-LEI.
      *-------------------------*

           MOVE '3300-CLEAR-LEI'           TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF WS-OLD-LEI-ID = SPACES
              MOVE WS-LEI-NOT-FOUND        TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              DELETE FROM VDPM61_CMPNY_LEI
               WHERE CMPNY_ID = :D61A-CMPNY-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM61_CMPNY_LEI'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE SPACES                     TO D61A-LEI-ID
           .
      *-------------------------*
       3900-RECORD-LEI-HIST.
      *-------------------------*

           MOVE '3900-RECORD-LEI-HIST'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-CMPNY-ID             TO D59A-CMPNY-ID
           MOVE ZEROES                     TO D59A-CMPNY-CHG-ID
           MOVE 'LEI_ID'                   TO D59A-COL-NM
           MOVE WS-OLD-LEI-ID              TO D59A-OLD-VALUE-TX
           MOVE D61A-LEI-ID                TO D59A-NEW-VALUE-TX
           MOVE LS-IN-LOG-USR-ID           TO D59A-MAKER-USER-ID
                                              D59A-CHKR-USER-ID
           MOVE WS-CHG-TS                  TO D59A-CHG-TS

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
              MOVE 'VDPM59_CMPNY_HIST'     TO WS-TABLE-NAME
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
               DISPLAY 'LS-IN-LEI-ID             :' LS-IN-LEI-ID
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
               DISPLAY 'OUTSQLCA FOR DPMXCLEI    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXCLEI ENDED AT        :' WS-TS
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
