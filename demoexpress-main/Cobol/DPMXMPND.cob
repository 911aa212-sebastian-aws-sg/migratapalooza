       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXMPND.
       AUTHOR.       COGNIZANT.
       DATE-WRITTEN. OCTOBER 2026.
      *                                                                *
      ******************************************************************
      *                                                                *
      *   THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                 *
      *   IN WHICH A COPYRIGHT SUBSISTS AS OF JULY 2006.               *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *                   COMPILATION INSTRUCTION                      *
      *                  COMPILE DB2 VS COBOL 370                      *
      *                                                                *
      ******************************************************************
      *
      *    **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXMPND
      *    NAME  DPMXMPND(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXMPND                                            *
      *                                                                *
      * THIS STORED PROCEDURE RETURNS THE PENDING EFFECTIVE AMENDMENTS *
      * OF A TEMPLATE - THE FUTURE-DATED AMENDMENTS DPMXMAMN HAS HELD  *
      * ON VDPM72_AMND_SCHD AND THE NIGHTLY DPMXAPST RUN HAS NOT YET   *
      * POSTED - SO THE TEMPLATE SCREEN CAN SHOW THEM BESIDE THE       *
      * CURRENT TERMS.  ONE RESULT SET, EARLIEST EFFECTIVE DATE FIRST, *
      * WITH THE FIRST 100 CHARACTERS OF EACH HELD VALUE.              *
      *                                                                *
      * The template must be one the caller is entitled to; DPMXENTL   *
      * makes the check and logs a refusal, which goes back as SP55    *
      * with the EN reason.                                            *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      *                                                                *
      * VDPM72_AMND_SCHD     - FUTURE-DATED AMENDMENT SCHEDULE         *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      *                                                                *
      * SQLCA                - DB2 COMMAREA                            *
      * DPM7201              - FUTURE-DATED AMENDMENT SCHEDULE TABLE   *
      * DTM5401              - VDTM54_DEBUG_CNTRL TABLE                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * COPYBOOK:                                                      *
      * ---------                                                      *
      *                                                                *
      * DB2000IA                                                       *
      * DB2000IB                                                       *
      * DB2000IC                                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXENTL - COMPANY-SCOPED DATA ENTITLEMENT CHECK               *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        000       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08)  VALUE 'DPMXMPND'.
       01  WS-TMPLT-ID                      PIC S9(9)  COMP VALUE 0.
       01  WS-RETURN-ID.
           05  WS-PARAGRAPH-NAME            PIC X(40).
           05  WS-TABLE-NAME                PIC X(40).
       01  WS-EMPTY-TMPLTID                 PIC X(50) VALUE
           'Template Id is empty'.
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-TS                            PIC X(26).
       01  WS-DISPLAY-SWITCH                PIC X(01) VALUE 'N'.
           88 DISPLAY-PARAMETERS                      VALUE 'Y'.
           88 HIDE-PARAMETERS                         VALUE 'N'.
       01  WS-NOT-ENTITLED                  PIC X(50) VALUE
           'User not entitled to data - reason '.
       01  WS-ENTL-PROGRAM                  PIC X(08) VALUE 'DPMXENTL'.
       01  WS-ENTL-PASS-AREA.
           05 WS-ENTL-USER-ID               PIC X(10).
           05 WS-ENTL-OBJ-TYPE-CD           PIC X(01).
           05 WS-ENTL-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ENTL-OBJ-ID                PIC S9(18)V COMP-3.
           05 WS-ENTL-CMPNY-ID              PIC X(08).
           05 WS-ENTL-CALLER-PGM            PIC X(08).
           05 WS-ENTL-ALLOW-IN              PIC X(01).
              88 WS-ENTL-ALLOWED            VALUE 'Y'.
           05 WS-ENTL-DENY-RC               PIC X(04).
           05 WS-ENTL-SQLCODE               PIC S9(9) COMP.

      *
      **SQL COMMUNICATIONS AREA PASSED BACK IN OUTSQLCA
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

           EXEC SQL
              INCLUDE DPM7201
           END-EXEC

      * INCLUDE FOR VDTM54_DEBUG_CNTRL
           EXEC SQL
                INCLUDE DTM5401
           END-EXEC.

      **DB2 STANDARD COPYBOOK WITH FORMATTED DISPLAY SQLCA
      **THIS MUST REMAIN AS THE LAST ENTRY IN WORKING STORAGE
      *
       COPY  DB2000IA.
      *
       LINKAGE SECTION.
      *
      **PICTURE CLAUSE FOR OUTSQLCA - PIC X(179) - FOR LINKAGE SECTION
      *
       COPY  DB2000IB.
      *
       01  LS-SP-ERROR-AREA                 PIC X(80).
       01  LS-SP-RC                         PIC X(04).
       01  LS-TMPLT-ID                      PIC S9(9) COMP.
       01  LS-USER-ID                       PIC X(10).
      *
       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-TMPLT-ID,
                                 LS-USER-ID.

      *----------*
       0000-MAIN.
      *----------*

           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALIDATE-INPUT
           PERFORM 3000-PENDING-AMENDMENTS
           IF DISPLAY-PARAMETERS
              PERFORM 9100-DISPLAY-DATA
           END-IF

           PERFORM 9990-GOBACK
           .

      *------------------------*
       1000-INITIALIZE.
      *------------------------*

           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO OUTSQLCA
                                               LS-SP-ERROR-AREA
           MOVE 'SP00'                      TO LS-SP-RC
           MOVE LS-TMPLT-ID                 TO WS-TMPLT-ID

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
                  MOVE 'VDTM54_DEBUG_CNTRL' TO WS-TABLE-NAME
                  PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF DISPLAY-PARAMETERS
              DISPLAY WS-DASHES
              DISPLAY 'DPMXMPND STARTED AT      :' WS-TS
              DISPLAY WS-DASHES
           END-IF
           .

      *------------------------*
       2000-VALIDATE-INPUT.
      *------------------------*

           MOVE '2000-VALIDATE-INPUT'       TO WS-PARAGRAPH-NAME

           IF WS-TMPLT-ID NOT > 0
              MOVE 'SP50'                   TO LS-SP-RC
              MOVE WS-EMPTY-TMPLTID         TO LS-SP-ERROR-AREA
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           PERFORM 2100-CHECK-ENTITLEMENT
           .

      *------------------------*
       2100-CHECK-ENTITLEMENT.
      *------------------------*
      * THE TEMPLATE MUST BELONG TO THE CALLER'S COMPANY AS DEALER OR
      * CLIENT, OR BE A SHARED MASTER.

           MOVE '2100-CHECK-ENTITLEMENT'    TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-USER-ID                  TO WS-ENTL-USER-ID
           MOVE 'T'                         TO WS-ENTL-OBJ-TYPE-CD
           MOVE WS-TMPLT-ID                 TO WS-ENTL-TMPLT-ID
           MOVE WS-PROGRAM                  TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED          TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC          TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                   TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .

      *------------------------*
       3000-PENDING-AMENDMENTS.
      *------------------------*
      * ONLY HELD ROWS ('S') ARE PENDING EFFECTIVE.  ONCE DPMXAPST HAS
      * POSTED ONE IT IS AN ORDINARY AMENDMENT ON THE TEMPLATE, AND A
      * FAILED ONE IS WORKED FROM THE POSTING RUN'S REPORT.

           MOVE '3000-PENDING-AMENDMENTS'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              DECLARE DPMXMPND_CSR CURSOR WITH HOLD WITH RETURN FOR
               SELECT SCHD.AMND_SCHD_ID,
                      SCHD.CTGRY_ID,
                      SCHD.CTGRY_SQ,
                      SCHD.ATTRB_TERM_ID,
                      SCHD.TERM_SQ,
                      SCHD.MCA_VALUE_TYPE_CD,
                      SUBSTR(SCHD.MCA_VALUE_TX, 1, 100),
                      SCHD.AMND_EFF_DT,
                      'PENDING EFFECTIVE',
                      SCHD.SCHD_USER_ID,
                      SCHD.SCHD_TS
                 FROM VDPM72_AMND_SCHD SCHD
                WHERE SCHD.MCA_TMPLT_ID = :WS-TMPLT-ID
                  AND SCHD.SCHD_STAT_CD = 'S'
                ORDER BY SCHD.AMND_EFF_DT,
                         SCHD.AMND_SCHD_ID
               WITH UR
           END-EXEC
      *
           EXEC SQL
               OPEN DPMXMPND_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPMXMPND_CSR'           TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .

      *------------------------*
       9000-SQL-ERROR.
      *------------------------*

           MOVE 'Database error has occurred. Please contact DTCC.'
                                            TO LS-SP-ERROR-AREA
           MOVE 'SP99'                      TO LS-SP-RC

           PERFORM 9100-DISPLAY-DATA
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY 'PARAGRAPH-NAME           :' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE                  :' WS-SQLCODE
           PERFORM 9999-FORMAT-SQLCA
           PERFORM 9990-GOBACK
           .

      *------------------------*
       9100-DISPLAY-DATA.
      *------------------------*

           DISPLAY WS-DASHES
           DISPLAY 'PROGRAM-NAME             :' WS-PROGRAM
           DISPLAY 'PARAGRAPH-NAME           :' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE/CURSOR NAME        :' WS-TABLE-NAME
           DISPLAY 'SP-ERROR-AREA            :' LS-SP-ERROR-AREA
           DISPLAY 'SP-RC                    :' LS-SP-RC
           DISPLAY 'TEMPLATE ID              :' WS-TMPLT-ID
           DISPLAY 'USER ID                  :' LS-USER-ID
           DISPLAY WS-DASHES

           IF LS-SP-RC = 'SP99'
              DISPLAY "SQLERRMC   : " SQLERRMC
              DISPLAY "SQLSTATE   : " SQLSTATE
              DISPLAY "SQLCODE    : " SQLCODE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF

           .

      *------------------------*
       9990-GOBACK.
      *------------------------*

           PERFORM 9999-FORMAT-SQLCA
           IF DISPLAY-PARAMETERS
              DISPLAY WS-DASHES
              DISPLAY 'OUTSQLCA FOR DPMXMPND    :' OUTSQLCA
              DISPLAY WS-DASHES
              EXEC SQL
                 SET :WS-TS = CURRENT TIMESTAMP
              END-EXEC
              DISPLAY 'DPMXMPND ENDED AT        :' WS-TS
              DISPLAY WS-DASHES
           END-IF
           GOBACK
           .

      *------------------------*
       9999-FORMAT-SQLCA.
      *------------------------*

           PERFORM DB2000I-FORMAT-SQLCA
              THRU DB2000I-FORMAT-SQLCA-EXIT
           .
      *
      **MOVE STATEMENTS TO FORMAT THE OUTSQLCA USING DB2000IA & DB2000IB
      *
        COPY DB2000IC.
