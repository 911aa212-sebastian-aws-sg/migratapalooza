       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXCYDT.
       AUTHOR.       COGNIZANT.
       DATE-WRITTEN. OCTOBER 2026.
      *                                                                *
      ******************************************************************
      *                                                                *
      *   THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                 *
      *   IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.            *
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
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXCYDT
      *    NAME  DPMXCYDT(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXCYDT                                            *
      *                                                                *
      * SHARED CYCLE-DATE SUBROUTINE FOR THE DPMX BATCH SUITE.  THE    *
      * BUSINESS DATE A BATCH PROCESSES (ITS RUN ID, CCYYMMDD) COMES   *
      * FROM THE VDPM87_CYCLE_DT CONTROL ROW FOR ITS REGION, WHICH IS  *
      * ONLY EVER ADVANCED BY THE DPMXCYRL CYCLE-ROLL JOB.  THE REGION *
      * IS THE DPMXBDAY CALENDAR/REGION ID; A BLANK REGION GETS THE    *
      * 'GLOBAL' ROW.                                                  *
      *                                                                *
      * THE CALLER PASSES WHATEVER DATE ITS OWN SYSIN CARD CARRIED:    *
      *   - BLANK, OR EQUAL TO THE CYCLE DATE: THE CYCLE DATE IS       *
      *     RETURNED.                                                  *
      *   - ANY OTHER DATE IS AN OVERRIDE AND IS ONLY HONOURED WHEN    *
      *     THE CARD ALSO CARRIES A REASON.  THE OVERRIDE IS LOGGED    *
      *     ON SYSOUT AND THE VDPM26 USER ACTION LOG (DPMXALOG) UNDER  *
      *     THE JOB NAME.  WITHOUT A REASON THE CALL IS REFUSED        *
      *     (SP63) AND NO RUN ID IS RETURNED.                          *
      * NO CONTROL ROW FOR THE REGION IS SP62.  THE PRIOR CYCLE DATE   *
      * IS RETURNED ALONGSIDE FOR JOBS THAT COMPARE TO LAST CYCLE.     *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM87_CYCLE_DT       - CYCLE-DATE CONTROL, ONE ROW PER REGION *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      * DPM8701              - DCLGEN COPYBOOK FOR VDPM87_CYCLE_DT     *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXALOG - LOGS A SYSIN CYCLE-DATE OVERRIDE ON VDPM26          *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXCYDT'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-RGN-CD                        PIC X(08) VALUE SPACES.
       01  WS-CYCLE-RUN-ID                  PIC X(08) VALUE SPACES.
       01  WS-ALOG-PROGRAM                  PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID               PIC X(10).
           05 WS-ALOG-ACTN-CD               PIC X(01).
           05 WS-ALOG-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ALOG-CMPNY-ID              PIC X(08).
           05 WS-ALOG-DTL-TX                PIC X(80).
           05 WS-ALOG-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8701
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-CYDT-PASS-AREA.
           05 LS-CYDT-JOB-NAME              PIC X(08).
           05 LS-CYDT-RGN-CD                PIC X(08).
           05 LS-CYDT-SYSIN-DT              PIC X(08).
           05 LS-CYDT-OVRD-RSN-TX           PIC X(50).
           05 LS-CYDT-RUN-ID                PIC X(08).
           05 LS-CYDT-PRIOR-RUN-ID          PIC X(08).
           05 LS-CYDT-OVRD-IN               PIC X(01).
              88 LS-CYDT-OVERRIDDEN         VALUE 'Y'.
           05 LS-CYDT-RC                    PIC X(04).
           05 LS-CYDT-MSG-TX                PIC X(80).
           05 LS-CYDT-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-CYDT-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CYCLE-DT
           IF LS-CYDT-RC = 'SP00'
              PERFORM 3000-APPLY-SYSIN-DT THRU 3000-EXIT
           END-IF
           GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO LS-CYDT-RUN-ID
                                               LS-CYDT-PRIOR-RUN-ID
                                               LS-CYDT-MSG-TX
           MOVE 'N'                         TO LS-CYDT-OVRD-IN
           MOVE 'SP00'                      TO LS-CYDT-RC
           MOVE 0                           TO LS-CYDT-SQLCODE
           IF LS-CYDT-RGN-CD = SPACES
              MOVE 'GLOBAL'                 TO WS-RGN-CD
           ELSE
              MOVE LS-CYDT-RGN-CD           TO WS-RGN-CD
           END-IF
           .
      *------------------------*
       2000-READ-CYCLE-DT.
      *------------------------*
           MOVE '2000-READ-CYCLE-DT'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CHAR(CRNT_CYCLE_DT, ISO)
                    ,CHAR(PRIOR_CYCLE_DT, ISO)
                INTO :D087-CRNT-CYCLE-DT
                    ,:D087-PRIOR-CYCLE-DT
                FROM  VDPM87_CYCLE_DT
               WHERE  RGN_CD = :WS-RGN-CD
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 STRING D087-CRNT-CYCLE-DT(1:4)
                        D087-CRNT-CYCLE-DT(6:2)
                        D087-CRNT-CYCLE-DT(9:2)
                        DELIMITED BY SIZE INTO WS-CYCLE-RUN-ID
                 END-STRING
                 STRING D087-PRIOR-CYCLE-DT(1:4)
                        D087-PRIOR-CYCLE-DT(6:2)
                        D087-PRIOR-CYCLE-DT(9:2)
                        DELIMITED BY SIZE INTO LS-CYDT-PRIOR-RUN-ID
                 END-STRING
              WHEN +100
                 MOVE 'SP62'                TO LS-CYDT-RC
                 STRING 'NO CYCLE DATE ROW FOR REGION ' WS-RGN-CD
                        DELIMITED BY SIZE INTO LS-CYDT-MSG-TX
                 END-STRING
              WHEN OTHER
                 MOVE SQLCODE               TO LS-CYDT-SQLCODE
                 MOVE 'SP99'                TO LS-CYDT-RC
                 MOVE 'DATABASE ERROR READING VDPM87_CYCLE_DT'
                                            TO LS-CYDT-MSG-TX
           END-EVALUATE
           .
      *------------------------*
       3000-APPLY-SYSIN-DT.
      *------------------------*
      * A SYSIN DATE THAT DIFFERS FROM THE CONTROL ROW IS AN
      * OVERRIDE.  IT NEEDS A REASON, AND THE REASON IS LOGGED SO A
      * RUN AGAINST THE WRONG DAY IS A DECISION SOMEBODY OWNS.

           MOVE '3000-APPLY-SYSIN-DT'       TO WS-PARAGRAPH-NAME

           IF LS-CYDT-SYSIN-DT = SPACES
            OR LS-CYDT-SYSIN-DT = WS-CYCLE-RUN-ID
              MOVE WS-CYCLE-RUN-ID          TO LS-CYDT-RUN-ID
              GO TO 3000-EXIT
           END-IF

           IF LS-CYDT-OVRD-RSN-TX = SPACES
              MOVE 'SP63'                   TO LS-CYDT-RC
              STRING 'SYSIN DATE ' LS-CYDT-SYSIN-DT
                     ' OVERRIDES CYCLE ' WS-CYCLE-RUN-ID
                     ' - REASON REQUIRED'
                     DELIMITED BY SIZE INTO LS-CYDT-MSG-TX
              END-STRING
              GO TO 3000-EXIT
           END-IF

           MOVE LS-CYDT-SYSIN-DT            TO LS-CYDT-RUN-ID
           MOVE 'Y'                         TO LS-CYDT-OVRD-IN
           STRING 'CYCLE ' WS-CYCLE-RUN-ID
                  ' OVERRIDDEN BY SYSIN ' LS-CYDT-SYSIN-DT
                  DELIMITED BY SIZE INTO LS-CYDT-MSG-TX
           END-STRING

           DISPLAY 'CYCLE DATE OVERRIDE: ' LS-CYDT-JOB-NAME
                   ' REGION ' WS-RGN-CD
                   ' CYCLE ' WS-CYCLE-RUN-ID
                   ' RUN ' LS-CYDT-SYSIN-DT
           DISPLAY 'OVERRIDE REASON    : ' LS-CYDT-OVRD-RSN-TX

           MOVE LS-CYDT-JOB-NAME            TO WS-ALOG-USER-ID
           MOVE 'B'                         TO WS-ALOG-ACTN-CD
           MOVE 0                           TO WS-ALOG-TMPLT-ID
           MOVE SPACES                      TO WS-ALOG-CMPNY-ID
                                               WS-ALOG-DTL-TX
           STRING 'CYC ' WS-CYCLE-RUN-ID
                  ' RUN ' LS-CYDT-SYSIN-DT ' '
                  LS-CYDT-OVRD-RSN-TX
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
       3000-EXIT.
           EXIT.
