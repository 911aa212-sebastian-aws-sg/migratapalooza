       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXRGOB.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXRGOB
      *    NAME  DPMXRGOB(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXRGOB                                            *
      *                                                                *
      * CLIENT REGULATORY OBLIGATION REGISTER MAINTENANCE.  WHEN A     *
      * CLIENT ENTERS A REGULATORY REGIME (E.G. AN UNCLEARED-MARGIN    *
      * PHASE-IN) IT MUST HAVE SPECIFIC AGREEMENTS EXECUTED WITH EVERY *
      * DEALER IT IS ENROLLED WITH BY A HARD COMPLIANCE DATE.  THE     *
      * OBLIGATION IS HELD ON VDPM82_CLNT_RGLTY_OBLGN AND ITS REQUIRED *
      * PRODUCT / SUB-PRODUCT AGREEMENTS ON VDPM83_OBLGN_RQRD_PRDCT (A *
      * BLANK SUB-PRODUCT ACCEPTS ANY SUB-PRODUCT OF THE PRODUCT).     *
      * THE WEEKLY DPMXRGCK RUN CHECKS EACH DEALER AND SETS THE        *
      * RED / AMBER / GREEN STATUS ON VDPM82 AND THE PER-DEALER DETAIL *
      * ON VDPM84_OBLGN_DELR_STAT.                                     *
      *                                                                *
      * OPERATIONS (LS-IN-OPR-FLAG); ALL UPDATES NEED THE DPMXAUTH 'O' *
      * (MAINTAIN REGULATORY OBLIGATION REGISTER) AUTHORITY:           *
      *                                                                *
      *   'A' - ADD: REGISTERS AN OBLIGATION FOR A CLIENT, REGIME AND  *
      *         COMPLIANCE DATE (NOT IN THE PAST) AND RETURNS ITS ID.  *
      *         A CLIENT HAS AT MOST ONE ACTIVE OBLIGATION PER REGIME. *
      *   'P' - PRODUCT: ADDS A REQUIRED PRODUCT / SUB-PRODUCT TO AN   *
      *         ACTIVE OBLIGATION.                                     *
      *   'D' - DROP: REMOVES A REQUIRED PRODUCT / SUB-PRODUCT.        *
      *   'U' - UPDATE: CHANGES THE COMPLIANCE DATE AND DESCRIPTION OF *
      *         AN ACTIVE OBLIGATION (BLANK KEEPS THE CURRENT VALUE).  *
      *   'X' - CANCEL: THE OBLIGATION NO LONGER APPLIES.              *
      *   'L' - LIST: A RESULT SET OF THE CLIENT'S OBLIGATIONS, OR     *
      *         WITHOUT A CLIENT EVERY ACTIVE OBLIGATION, NEAREST      *
      *         COMPLIANCE DATE FIRST.                                 *
      *   'S' - STATUS: A RESULT SET OF THE OBLIGATION'S REQUIRED      *
      *         PRODUCTS WITH THE LAST CHECKED STATUS OF EACH DEALER,  *
      *         RED FIRST.                                             *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 COMPANY / OBLIGATION / REQUIRED    *
      * PRODUCT NOT FOUND, SP04 OBLIGATION NOT ACTIVE, SP50 INVALID    *
      * INPUT, SP55 NOT AUTHORIZED, SP99 DATABASE ERROR.               *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM82_CLNT_RGLTY_OBLGN - CLIENT REGULATORY OBLIGATIONS        *
      *                                                                *
      * VDPM83_OBLGN_RQRD_PRDCT - REQUIRED PRODUCTS PER OBLIGATION     *
      *                                                                *
      * VDPM84_OBLGN_DELR_STAT  - LAST CHECKED STATUS PER DEALER       *
      *                                                                *
      * VDPM01_MCA_CMPNY / VDPM02_DELR_CMPNY - COMPANY NAMES           *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM8201  - DCLGEN FOR VDPM82_CLNT_RGLTY_OBLGN
      * DPM8301  - DCLGEN FOR VDPM83_OBLGN_RQRD_PRDCT
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
      * DPMXAUTH - 'O' AUTHORITY GATE                                  *
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
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXRGOB'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-ROW-CNT                PIC S9(9) COMP.
             05  WS-OBLGN-SEQ              PIC S9(9) COMP.
             05  WS-CMPLNC-DT              PIC X(10).
             05  WS-EMPTY-CLNT-ID          PIC X(50) VALUE
                 'Client company id is empty'.
             05  WS-EMPTY-RGME-CD          PIC X(50) VALUE
                 'Regime code is empty'.
             05  WS-EMPTY-OBLGN-ID         PIC X(50) VALUE
                 'Obligation id is empty'.
             05  WS-EMPTY-PRDCT-ID         PIC X(50) VALUE
                 'Product id is empty'.
             05  WS-EMPTY-CMPLNC-DT        PIC X(50) VALUE
                 'Compliance date is empty'.
             05  WS-INVLD-CMPLNC-DT        PIC X(50) VALUE
                 'Compliance date is invalid'.
             05  WS-PAST-CMPLNC-DT         PIC X(50) VALUE
                 'Compliance date is in the past'.
             05  WS-DUP-OBLGN              PIC X(50) VALUE
                 'Client already has an active obligation for regime'.
             05  WS-DUP-PRDCT              PIC X(50) VALUE
                 'Product is already required by the obligation'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-CMPNY-NOT-FOUND        PIC X(50) VALUE
                 'Company is not registered'.
             05  WS-OBLGN-NOT-FOUND        PIC X(50) VALUE
                 'Obligation not found'.
             05  WS-OBLGN-NOT-ACTIVE       PIC X(50) VALUE
                 'Obligation is not active'.
             05  WS-PRDCT-NOT-FOUND        PIC X(50) VALUE
                 'Product is not required by the obligation'.
             05  WS-NOT-AUTHORIZED         PIC X(50) VALUE
                 'User not authorized - reason '.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-ADD        VALUE 'A'.
                 88  WS-PROCESS-PRODUCT    VALUE 'P'.
                 88  WS-PROCESS-DROP       VALUE 'D'.
                 88  WS-PROCESS-UPDATE     VALUE 'U'.
                 88  WS-PROCESS-CANCEL     VALUE 'X'.
                 88  WS-PROCESS-LIST       VALUE 'L'.
                 88  WS-PROCESS-STATUS     VALUE 'S'.
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
                INCLUDE DPM8201
           END-EXEC.

           EXEC SQL
                INCLUDE DPM8301
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
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-IN-OBLGN-ID                  PIC S9(09) COMP.
       01  LS-IN-CLNT-CMPNY-ID             PIC X(08).
       01  LS-IN-RGME-CD                   PIC X(08).
       01  LS-IN-RGME-DESC-TX              PIC X(60).
       01  LS-IN-CMPLNC-DT                 PIC X(10).
       01  LS-IN-PRDCT-ID                  PIC X(08).
       01  LS-IN-SUB-PRDCT-ID              PIC X(08).
       01  LS-OUT-OBLGN-ID                 PIC S9(09) COMP.

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-LOG-USR-ID,
                                 LS-IN-OBLGN-ID,
                                 LS-IN-CLNT-CMPNY-ID,
                                 LS-IN-RGME-CD,
                                 LS-IN-RGME-DESC-TX,
                                 LS-IN-CMPLNC-DT,
                                 LS-IN-PRDCT-ID,
                                 LS-IN-SUB-PRDCT-ID,
                                 LS-OUT-OBLGN-ID.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           EVALUATE TRUE
              WHEN WS-PROCESS-ADD
                 PERFORM 3000-ADD-OBLIGATION
              WHEN WS-PROCESS-PRODUCT
                 PERFORM 4000-ADD-PRODUCT
              WHEN WS-PROCESS-DROP
                 PERFORM 4500-DROP-PRODUCT
              WHEN WS-PROCESS-UPDATE
                 PERFORM 5000-UPDATE-OBLIGATION
              WHEN WS-PROCESS-CANCEL
                 PERFORM 5500-CANCEL-OBLIGATION
              WHEN WS-PROCESS-LIST
                 PERFORM 6000-LIST-OBLIGATIONS
              WHEN WS-PROCESS-STATUS
                 PERFORM 7000-LIST-DEALER-STATUS
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
           MOVE +0                         TO LS-OUT-OBLGN-ID
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-RGME-CD)
                                           TO  LS-IN-RGME-CD
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
              DISPLAY 'DPMXRGOB STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-ADD
              OR  WS-PROCESS-PRODUCT
              OR  WS-PROCESS-DROP
              OR  WS-PROCESS-UPDATE
              OR  WS-PROCESS-CANCEL
              OR  WS-PROCESS-LIST
              OR  WS-PROCESS-STATUS
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

           IF  NOT WS-PROCESS-ADD
           AND NOT WS-PROCESS-LIST
           AND LS-IN-OBLGN-ID NOT > ZEROES
              MOVE WS-EMPTY-OBLGN-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF  (WS-PROCESS-PRODUCT OR WS-PROCESS-DROP)
           AND LS-IN-PRDCT-ID NOT > SPACES
              MOVE WS-EMPTY-PRDCT-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF WS-PROCESS-ADD
              PERFORM 2100-VALIDATE-ADD
           END-IF

           IF WS-PROCESS-ADD
           OR (WS-PROCESS-UPDATE AND LS-IN-CMPLNC-DT > SPACES)
              PERFORM 2200-VALIDATE-CMPLNC-DT
           END-IF
           .
      *-------------------------*
       2100-VALIDATE-ADD.
      *-------------------------*

           MOVE '2100-VALIDATE-ADD'        TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-CLNT-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-CLNT-ID        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-RGME-CD NOT > SPACES
              MOVE WS-EMPTY-RGME-CD        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-CMPLNC-DT NOT > SPACES
              MOVE WS-EMPTY-CMPLNC-DT      TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       2200-VALIDATE-CMPLNC-DT.
      *-------------------------*
      *    DB2 REJECTS A DATE THAT DOES NOT EXIST.

           MOVE '2200-VALIDATE-CMPLNC-DT'  TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SET :WS-CMPLNC-DT = CHAR(DATE(:LS-IN-CMPLNC-DT), ISO)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE WS-INVLD-CMPLNC-DT   TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'CURRENT DATE'       TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:WS-CMPLNC-DT) < CURRENT DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'SYSIBM.SYSDUMMY1'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT > ZEROES
              MOVE WS-PAST-CMPLNC-DT       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-ADD-OBLIGATION.
      *-------------------------*

           MOVE '3000-ADD-OBLIGATION'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY
           PERFORM 3100-GET-COMPANY

           MOVE 'VDPM82_CLNT_RGLTY_OBLGN'  TO WS-TABLE-NAME
           MOVE LS-IN-CLNT-CMPNY-ID        TO D82A-CLNT-CMPNY-ID
           MOVE LS-IN-RGME-CD              TO D82A-RGME-CD

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM82_CLNT_RGLTY_OBLGN
               WHERE CLNT_CMPNY_ID = :D82A-CLNT-CMPNY-ID
                 AND RGME_CD       = :D82A-RGME-CD
                 AND OBLGN_STAT_CD = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT > ZEROES
              MOVE WS-DUP-OBLGN            TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SET :WS-OBLGN-SEQ = (NEXT VALUE FOR DPM.SQDPM821)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-OBLGN-SEQ               TO D82A-OBLGN-ID
           MOVE LS-IN-RGME-DESC-TX         TO D82A-RGME-DESC-TX
           MOVE WS-CMPLNC-DT               TO D82A-CMPLNC-DT
           SET D82A-OBLGN-ACTIVE           TO TRUE
           SET D82A-RAG-NOT-CHECKED        TO TRUE
           MOVE LS-IN-LOG-USR-ID           TO D82A-ROW-CRTD-USER-ID
                                              D82A-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM82_CLNT_RGLTY_OBLGN
                     (OBLGN_ID
                     ,CLNT_CMPNY_ID
                     ,RGME_CD
                     ,RGME_DESC_TX
                     ,CMPLNC_DT
                     ,OBLGN_STAT_CD
                     ,RAG_CD
                     ,BDAYS_LEFT
                     ,DELR_CNT
                     ,RQRD_CNT
                     ,MET_CNT
                     ,LAST_CHCK_TS
                     ,ROW_CRTD_TS
                     ,ROW_CRTD_USER_ID
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D82A-OBLGN-ID
                     ,:D82A-CLNT-CMPNY-ID
                     ,:D82A-RGME-CD
                     ,:D82A-RGME-DESC-TX
                     ,:D82A-CMPLNC-DT
                     ,:D82A-OBLGN-STAT-CD
                     ,:D82A-RAG-CD
                     ,0
                     ,0
                     ,0
                     ,0
                     ,'0001-01-01-00.00.00.000000'
                     ,CURRENT TIMESTAMP
                     ,:D82A-ROW-CRTD-USER-ID
                     ,CURRENT TIMESTAMP
                     ,:D82A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D82A-OBLGN-ID              TO LS-OUT-OBLGN-ID
           .
      *-------------------------*
       3050-CHECK-AUTHORITY.
      *-------------------------*
      * EVERY REGISTER CHANGE NEEDS THE MAINTAIN REGULATORY OBLIGATION
      * AUTHORITY ON THE DPMXAUTH ROLE MATRIX; A DENY GOES BACK AS
      * SP55 WITH THE AU REASON CODE APPENDED.

           MOVE '3050-CHECK-AUTHORITY'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-AUTH-USER-ID
           MOVE 'O'                        TO WS-AUTH-ACTN-CD

           CALL WS-AUTH-PROGRAM USING WS-AUTH-PASS-AREA

           IF NOT WS-AUTH-ALLOWED
              MOVE WS-NOT-AUTHORIZED       TO LS-SP-ERROR-AREA
              MOVE WS-AUTH-DENY-RC         TO LS-SP-ERROR-AREA(30:4)
              MOVE 'SP55'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3100-GET-COMPANY.
      *-------------------------*

           MOVE '3100-GET-COMPANY'         TO WS-PARAGRAPH-NAME
           MOVE 'VDPM01_MCA_CMPNY'         TO WS-TABLE-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM01_MCA_CMPNY
               WHERE CMPNY_ID = :LS-IN-CLNT-CMPNY-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = ZEROES
              MOVE WS-CMPNY-NOT-FOUND      TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3200-GET-ACTIVE-OBLIGATION.
      *-------------------------*

           MOVE '3200-GET-ACTIVE-OBLIGATION' TO WS-PARAGRAPH-NAME
           MOVE 'VDPM82_CLNT_RGLTY_OBLGN'  TO WS-TABLE-NAME

           EXEC SQL
              SELECT OBLGN_STAT_CD
                    ,CHAR(CMPLNC_DT, ISO)
                    ,RGME_DESC_TX
                INTO :D82A-OBLGN-STAT-CD
                    ,:D82A-CMPLNC-DT
                    ,:D82A-RGME-DESC-TX
                FROM VDPM82_CLNT_RGLTY_OBLGN
               WHERE OBLGN_ID = :LS-IN-OBLGN-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-OBLGN-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D82A-OBLGN-ACTIVE
              MOVE WS-OBLGN-NOT-ACTIVE     TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       4000-ADD-PRODUCT.
      *-------------------------*

           MOVE '4000-ADD-PRODUCT'         TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY
           PERFORM 3200-GET-ACTIVE-OBLIGATION

           MOVE 'VDPM83_OBLGN_RQRD_PRDCT'  TO WS-TABLE-NAME
           MOVE LS-IN-OBLGN-ID             TO D83A-OBLGN-ID
           MOVE LS-IN-PRDCT-ID             TO D83A-ATTRB-PRDCT-ID
           MOVE LS-IN-SUB-PRDCT-ID         TO D83A-ATTRB-SUB-PRDCT-ID
           MOVE LS-IN-LOG-USR-ID           TO D83A-ROW-UPDT-USER-ID

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM83_OBLGN_RQRD_PRDCT
               WHERE OBLGN_ID           = :D83A-OBLGN-ID
                 AND ATTRB_PRDCT_ID     = :D83A-ATTRB-PRDCT-ID
                 AND ATTRB_SUB_PRDCT_ID = :D83A-ATTRB-SUB-PRDCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT > ZEROES
              MOVE WS-DUP-PRDCT            TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              INSERT INTO VDPM83_OBLGN_RQRD_PRDCT
                     (OBLGN_ID
                     ,ATTRB_PRDCT_ID
                     ,ATTRB_SUB_PRDCT_ID
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D83A-OBLGN-ID
                     ,:D83A-ATTRB-PRDCT-ID
                     ,:D83A-ATTRB-SUB-PRDCT-ID
                     ,CURRENT TIMESTAMP
                     ,:D83A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 5900-TOUCH-OBLIGATION
           .
      *-------------------------*
       4500-DROP-PRODUCT.
      *-------------------------*
      *    THE DEALER DETAIL FOR THE PRODUCT GOES WITH IT; THE NEXT
      *    WEEKLY CHECK RECOUNTS THE OBLIGATION.

           MOVE '4500-DROP-PRODUCT'        TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY
           PERFORM 3200-GET-ACTIVE-OBLIGATION

           MOVE 'VDPM83_OBLGN_RQRD_PRDCT'  TO WS-TABLE-NAME
           MOVE LS-IN-OBLGN-ID             TO D83A-OBLGN-ID
           MOVE LS-IN-PRDCT-ID             TO D83A-ATTRB-PRDCT-ID
           MOVE LS-IN-SUB-PRDCT-ID         TO D83A-ATTRB-SUB-PRDCT-ID

           EXEC SQL
              DELETE FROM VDPM83_OBLGN_RQRD_PRDCT
               WHERE OBLGN_ID           = :D83A-OBLGN-ID
                 AND ATTRB_PRDCT_ID     = :D83A-ATTRB-PRDCT-ID
                 AND ATTRB_SUB_PRDCT_ID = :D83A-ATTRB-SUB-PRDCT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-PRDCT-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE 'VDPM84_OBLGN_DELR_STAT'   TO WS-TABLE-NAME

           EXEC SQL
              DELETE FROM VDPM84_OBLGN_DELR_STAT
               WHERE OBLGN_ID           = :D83A-OBLGN-ID
                 AND ATTRB_PRDCT_ID     = :D83A-ATTRB-PRDCT-ID
                 AND ATTRB_SUB_PRDCT_ID = :D83A-ATTRB-SUB-PRDCT-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 5900-TOUCH-OBLIGATION
           .
      *-------------------------*
       5000-UPDATE-OBLIGATION.
      *-------------------------*

           MOVE '5000-UPDATE-OBLIGATION'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY
           PERFORM 3200-GET-ACTIVE-OBLIGATION

           IF LS-IN-CMPLNC-DT > SPACES
              MOVE WS-CMPLNC-DT            TO D82A-CMPLNC-DT
           END-IF
           IF LS-IN-RGME-DESC-TX > SPACES
              MOVE LS-IN-RGME-DESC-TX      TO D82A-RGME-DESC-TX
           END-IF
           MOVE LS-IN-LOG-USR-ID           TO D82A-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM82_CLNT_RGLTY_OBLGN
                 SET CMPLNC_DT        = :D82A-CMPLNC-DT
                    ,RGME_DESC_TX     = :D82A-RGME-DESC-TX
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D82A-ROW-UPDT-USER-ID
               WHERE OBLGN_ID         = :LS-IN-OBLGN-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *-------------------------*
       5500-CANCEL-OBLIGATION.
      *-------------------------*

           MOVE '5500-CANCEL-OBLIGATION'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY
           PERFORM 3200-GET-ACTIVE-OBLIGATION

           MOVE LS-IN-LOG-USR-ID           TO D82A-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM82_CLNT_RGLTY_OBLGN
                 SET OBLGN_STAT_CD    = 'C'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D82A-ROW-UPDT-USER-ID
               WHERE OBLGN_ID         = :LS-IN-OBLGN-ID
                 AND OBLGN_STAT_CD    = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-OBLGN-NOT-ACTIVE  TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       5900-TOUCH-OBLIGATION.
      *-------------------------*
      *    A CHANGE TO THE REQUIRED PRODUCTS IS AUDITED ON THE
      *    OBLIGATION ITSELF.

           MOVE '5900-TOUCH-OBLIGATION'    TO WS-PARAGRAPH-NAME
           MOVE 'VDPM82_CLNT_RGLTY_OBLGN'  TO WS-TABLE-NAME
           MOVE LS-IN-LOG-USR-ID           TO D82A-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM82_CLNT_RGLTY_OBLGN
                 SET ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D82A-ROW-UPDT-USER-ID
               WHERE OBLGN_ID         = :LS-IN-OBLGN-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       6000-LIST-OBLIGATIONS.
      *------------------------*
      *    WITH A CLIENT: ALL OF ITS OBLIGATIONS.  WITHOUT ONE: EVERY
      *    ACTIVE OBLIGATION.

           MOVE '6000-LIST-OBLIGATIONS'    TO WS-PARAGRAPH-NAME
           MOVE 'VDPM82_CLNT_RGLTY_OBLGN'  TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE RGLTY_OBLGN_LIST_CSR CURSOR WITH HOLD WITH RETURN
                FOR
                SELECT
                     OBL.OBLGN_ID
                    ,OBL.CLNT_CMPNY_ID
                    ,COALESCE(CMP.CMPNY_NM, ' ')      AS CLNT_CMPNY_NM
                    ,OBL.RGME_CD
                    ,OBL.RGME_DESC_TX
                    ,OBL.CMPLNC_DT
                    ,OBL.OBLGN_STAT_CD
                    ,OBL.RAG_CD
                    ,OBL.BDAYS_LEFT
                    ,OBL.DELR_CNT
                    ,OBL.RQRD_CNT
                    ,OBL.MET_CNT
                    ,OBL.LAST_CHCK_TS
                    ,OBL.ROW_UPDT_TS
                    ,OBL.ROW_UPDT_USER_ID
                FROM  VDPM82_CLNT_RGLTY_OBLGN OBL
                LEFT OUTER JOIN VDPM01_MCA_CMPNY CMP
                  ON  CMP.CMPNY_ID         = OBL.CLNT_CMPNY_ID
                WHERE (:LS-IN-CLNT-CMPNY-ID = ' '
                  AND  OBL.OBLGN_STAT_CD    = 'A')
                   OR (:LS-IN-CLNT-CMPNY-ID <> ' '
                  AND  OBL.CLNT_CMPNY_ID    = :LS-IN-CLNT-CMPNY-ID)
                ORDER BY OBL.CMPLNC_DT
                        ,OBL.OBLGN_ID
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN RGLTY_OBLGN_LIST_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       7000-LIST-DEALER-STATUS.
      *------------------------*
      *    EVERY REQUIRED PRODUCT, WITH EACH DEALER'S STATUS AS AT THE
      *    LAST WEEKLY CHECK (NONE YET FOR A NEWLY ADDED PRODUCT).

           MOVE '7000-LIST-DEALER-STATUS'  TO WS-PARAGRAPH-NAME
           MOVE 'VDPM84_OBLGN_DELR_STAT'   TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE OBLGN_DELR_STAT_CSR CURSOR WITH HOLD WITH RETURN
                FOR
                SELECT
                     RQD.OBLGN_ID
                    ,RQD.ATTRB_PRDCT_ID
                    ,RQD.ATTRB_SUB_PRDCT_ID
                    ,COALESCE(STA.DELR_CMPNY_ID, ' ') AS DELR_CMPNY_ID
                    ,COALESCE(DLR.CMPNY_NM, ' ')      AS DELR_CMPNY_NM
                    ,COALESCE(STA.CVRG_STAT_CD, ' ')  AS CVRG_STAT_CD
                    ,COALESCE(STA.MCA_TMPLT_ID, 0)    AS MCA_TMPLT_ID
                    ,COALESCE(STA.RAG_CD, ' ')        AS RAG_CD
                    ,STA.CHCK_TS
                FROM  VDPM83_OBLGN_RQRD_PRDCT RQD
                LEFT OUTER JOIN VDPM84_OBLGN_DELR_STAT STA
                  ON  STA.OBLGN_ID           = RQD.OBLGN_ID
                  AND STA.ATTRB_PRDCT_ID     = RQD.ATTRB_PRDCT_ID
                  AND STA.ATTRB_SUB_PRDCT_ID = RQD.ATTRB_SUB_PRDCT_ID
                LEFT OUTER JOIN VDPM02_DELR_CMPNY DLR
                  ON  DLR.CMPNY_ID           = STA.DELR_CMPNY_ID
                WHERE RQD.OBLGN_ID           = :LS-IN-OBLGN-ID
                ORDER BY CASE COALESCE(STA.RAG_CD, ' ')
                              WHEN 'R' THEN 1
                              WHEN 'A' THEN 2
                              WHEN 'G' THEN 3
                              ELSE 4
                         END
                        ,RQD.ATTRB_PRDCT_ID
                        ,RQD.ATTRB_SUB_PRDCT_ID
                        ,STA.DELR_CMPNY_ID
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN OBLGN_DELR_STAT_CSR
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
       9100-DISPLAY-DATA.
      *------------------------*

           IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'PROGRAM-NAME             :' WS-PROGRAM
               DISPLAY 'PARAGRAPH-NAME           :' WS-PARAGRAPH-NAME
               DISPLAY 'SP-ERROR-AREA            :' LS-SP-ERROR-AREA
               DISPLAY 'SP-RC                    :' LS-SP-RC
               DISPLAY 'LS-IN-OPR-FLAG           :' LS-IN-OPR-FLAG
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-IN-OBLGN-ID           :' LS-IN-OBLGN-ID
               DISPLAY 'LS-IN-CLNT-CMPNY-ID      :' LS-IN-CLNT-CMPNY-ID
               DISPLAY 'LS-IN-RGME-CD            :' LS-IN-RGME-CD
               DISPLAY 'LS-IN-CMPLNC-DT          :' LS-IN-CMPLNC-DT
               DISPLAY 'LS-IN-PRDCT-ID           :' LS-IN-PRDCT-ID
               DISPLAY 'LS-IN-SUB-PRDCT-ID       :' LS-IN-SUB-PRDCT-ID
               DISPLAY 'LS-OUT-OBLGN-ID          :' LS-OUT-OBLGN-ID
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXRGOB    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXRGOB ENDED AT        :' WS-TS
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
