       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXMNTM.
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
      *    ENTRY DPMXMNTM
      *    NAME  DPMXMNTM(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXMNTM                                            *
      *                                                                *
      * SHARED MAINTENANCE-MODE CHECK, CALLED BY THE ONLINE UPDATE     *
      * PROCEDURES (DPMXMSAV, DPMXMAMN, DPMXMSTU, DPMXAPUB, DPMXENRL,  *
      * DPMXMLOK) BEFORE THEY CHANGE ANYTHING.  READ-ONLY FUNCTIONS    *
      * (DPMXMCMT, THE DPMXMLOK VIEW) DO NOT CALL IT AND KEEP WORKING. *
      *                                                                *
      * THE REGION'S FREEZE IS THE 'GLOBAL' ROW OF VDPM89_MAINT_MODE,  *
      * SET AND CLEARED BY THE DPMXMNTS BATCH AROUND REORGS, CATALOG   *
      * PROMOTIONS AND MONTH-END EXTRACTS.  AN UPDATE IS FROZEN WHEN:  *
      *   - THE ROW IS ACTIVE AND THE CURRENT TIME IS INSIDE ITS       *
      *     START/END WINDOW, AND                                      *
      *   - THE SCOPE IS 'A' (ALL UPDATES), OR IT IS 'F' (NAMED        *
      *     FUNCTIONS) AND VDPM89_MAINT_FUNC NAMES THE CALLING         *
      *     PROGRAM WITH THE CALLER'S FUNCTION CODE OR A BLANK ONE     *
      *     (EVERY FUNCTION OF THAT PROGRAM), AND                      *
      *   - THE USER HAS NO ROLE PERMITTED DPMXAUTH ACTION 'M'         *
      *     (WORK THROUGH A MAINTENANCE FREEZE).  AN ADMINISTRATOR'S   *
      *     BYPASS IS ECHOED ON SYSOUT.                                *
      * A FROZEN CALL RETURNS THE FREEZE'S USER MESSAGE, WHICH THE     *
      * CALLER SENDS BACK WITH SP66.  THE CONTROL ROW IS READ WITH UR; *
      * A DATABASE ERROR READING IT DOES NOT FREEZE THE CALLER.        *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM89_MAINT_MODE     - MAINTENANCE-MODE CONTROL, PER REGION   *
      * VDPM89_MAINT_FUNC     - FUNCTIONS FROZEN BY A NAMED-SCOPE ROW  *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      * DPM8901              - DCLGEN COPYBOOK FOR VDPM89_MAINT_MODE   *
      * DPM8902              - DCLGEN COPYBOOK FOR VDPM89_MAINT_FUNC   *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXAUTH - ADMINISTRATOR BYPASS (ACTION 'M')                   *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXMNTM'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-RGN-CD                        PIC X(08) VALUE 'GLOBAL'.
       01  WS-FUNC-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-AUTH-PROGRAM                  PIC X(08) VALUE 'DPMXAUTH'.
       01  WS-AUTH-PASS-AREA.
           05 WS-AUTH-USER-ID               PIC X(10).
           05 WS-AUTH-ACTN-CD               PIC X(01).
           05 WS-AUTH-ALLOW-IN              PIC X(01).
              88 WS-AUTH-ALLOWED            VALUE 'Y'.
           05 WS-AUTH-DENY-RC               PIC X(04).
           05 WS-AUTH-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8901
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8902
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-MNTM-PASS-AREA.
           05 LS-MNTM-USER-ID               PIC X(10).
           05 LS-MNTM-PRGM-ID               PIC X(08).
           05 LS-MNTM-FUNC-CD               PIC X(01).
           05 LS-MNTM-FROZEN-IN             PIC X(01).
              88 LS-MNTM-FROZEN             VALUE 'Y'.
           05 LS-MNTM-MSG-TX                PIC X(80).
           05 LS-MNTM-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-MNTM-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-FREEZE THRU 2000-EXIT
           GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO LS-MNTM-FROZEN-IN
           MOVE SPACES                      TO LS-MNTM-MSG-TX
           MOVE 0                           TO LS-MNTM-SQLCODE
           .
      *------------------------*
       2000-CHECK-FREEZE.
      *------------------------*
           MOVE '2000-CHECK-FREEZE'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT SCOPE_CD
                    ,USER_MSG_TX
                    ,CHAR(WNDW_END_TS)
                INTO :D089-SCOPE-CD
                    ,:D089-USER-MSG-TX
                    ,:D089-WNDW-END-TS
                FROM  VDPM89_MAINT_MODE
               WHERE  RGN_CD        = :WS-RGN-CD
                 AND  MAINT_ACTV_IN = 'Y'
                 AND  CURRENT TIMESTAMP BETWEEN WNDW_STRT_TS
                                            AND WNDW_END_TS
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 GO TO 2000-EXIT
              WHEN OTHER
                 MOVE SQLCODE               TO LS-MNTM-SQLCODE
                 DISPLAY WS-PROGRAM ' VDPM89_MAINT_MODE SQLCODE '
                         LS-MNTM-SQLCODE ' - FREEZE NOT CHECKED'
                 GO TO 2000-EXIT
           END-EVALUATE

           IF D089-SCOPE-NAMED
              MOVE WS-RGN-CD                TO D89F-RGN-CD
              MOVE LS-MNTM-PRGM-ID          TO D89F-PRGM-ID
              MOVE LS-MNTM-FUNC-CD          TO D89F-FUNC-CD
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-FUNC-CNT
                   FROM  VDPM89_MAINT_FUNC
                  WHERE  RGN_CD  = :D89F-RGN-CD
                    AND  PRGM_ID = :D89F-PRGM-ID
                    AND  FUNC_CD IN (:D89F-FUNC-CD, ' ')
                   WITH  UR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE               TO LS-MNTM-SQLCODE
                 GO TO 2000-EXIT
              END-IF
              IF WS-FUNC-CNT = 0
                 GO TO 2000-EXIT
              END-IF
           END-IF

           MOVE LS-MNTM-USER-ID             TO WS-AUTH-USER-ID
           MOVE 'M'                         TO WS-AUTH-ACTN-CD
           CALL WS-AUTH-PROGRAM USING WS-AUTH-PASS-AREA
           IF WS-AUTH-ALLOWED
              DISPLAY 'MAINTENANCE FREEZE BYPASSED BY '
                      LS-MNTM-USER-ID ' IN ' LS-MNTM-PRGM-ID
                      ' FUNCTION ' LS-MNTM-FUNC-CD
              GO TO 2000-EXIT
           END-IF

           MOVE 'Y'                         TO LS-MNTM-FROZEN-IN
           IF D089-USER-MSG-TX NOT = SPACES
              MOVE D089-USER-MSG-TX         TO LS-MNTM-MSG-TX
           ELSE
              STRING 'System maintenance in progress until '
                     D089-WNDW-END-TS(1:10) ' '
                     D089-WNDW-END-TS(12:5)
                     DELIMITED BY SIZE INTO LS-MNTM-MSG-TX
              END-STRING
           END-IF
           .
       2000-EXIT.
           EXIT.
