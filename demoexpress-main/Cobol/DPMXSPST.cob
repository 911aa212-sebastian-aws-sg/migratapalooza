       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXSPST.
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
      *    NAME  DPMXSPST(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXSPST                                            *
      *                                                                *
      * COMMON RESPONSE-TIME SAMPLER FOR THE ONLINE STORED PROCEDURES  *
      * (DPMXHEXP, DPMXMGMC, DPMXMSTG, DPMXMALL).  THE CALLER INVOKES  *
      * IT TWICE PER CALL:                                             *
      *                                                                *
      *   FUNCTION B - BEGIN.  READS STATS_SMPL_PCT FOR THE CALLING    *
      *                PROGRAM ON VDTM54_DEBUG_CNTRL AND DECIDES       *
      *                WHETHER THIS CALL IS SAMPLED (0 = NEVER,        *
      *                100 = EVERY CALL).  THE DECISION USES THE       *
      *                MICROSECONDS OF THE START TIMESTAMP, WHICH IS   *
      *                HANDED BACK FOR THE END CALL.  NO DEBUG ROW     *
      *                FOR THE PROGRAM MEANS NOT SAMPLED.              *
      *   FUNCTION E - END.  WHEN THE CALL WAS SAMPLED, WRITES ONE ROW *
      *                TO VDPM71_SP_CALL_STAT WITH THE START AND END   *
      *                TIMES, ELAPSED MICROSECONDS, ROWS RETURNED, THE *
      *                SP RETURN CODE, THE CALLER'S INPUT KEY AND THE  *
      *                CALLING USER.                                   *
      *                                                                *
      * STATISTICS MUST NEVER FAIL THE BUSINESS CALL: ANY SQL ERROR    *
      * HERE IS HANDED BACK IN THE PASS AREA, THE CALL IS TREATED AS   *
      * NOT SAMPLED, AND THE CALLER CARRIES ON.  THE ROW IS WRITTEN IN *
      * THE CALLER'S UNIT OF WORK, SO THE CALLING PROCEDURES ARE       *
      * DEFINED MODIFIES SQL DATA.                                     *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDTM54_DEBUG_CNTRL    - DEBUG CONTROL TABLE FOR MCA            *
      * VDPM71_SP_CALL_STAT   - STORED PROCEDURE CALL STATISTICS       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      * DTM5401  - DEBUG CONTROL TABLE FOR MCA                         *
      * DPM7101  - STORED PROCEDURE CALL STATISTICS                    *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXSPST'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-SMPL-PCT                      PIC S9(4) COMP VALUE 0.
       01  WS-MCRSC-X                       PIC X(06).
       01  WS-MCRSC-N REDEFINES WS-MCRSC-X  PIC 9(06).
       01  WS-SMPL-QUOT                     PIC S9(9) COMP VALUE 0.
       01  WS-SMPL-SLOT                     PIC S9(4) COMP VALUE 0.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DTM5401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM7101
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-SPST-PASS-AREA.
           05 LS-SPST-PRGM-ID               PIC X(08).
           05 LS-SPST-FUNC-CD               PIC X(01).
              88 LS-SPST-BEGIN              VALUE 'B'.
              88 LS-SPST-END                VALUE 'E'.
           05 LS-SPST-SAMPLED-IN            PIC X(01).
              88 LS-SPST-SAMPLED            VALUE 'Y'.
              88 LS-SPST-NOT-SAMPLED        VALUE 'N'.
           05 LS-SPST-START-TS              PIC X(26).
           05 LS-SPST-ROW-CNT               PIC S9(9) COMP.
           05 LS-SPST-SP-RC                 PIC X(04).
           05 LS-SPST-INPUT-KEY             PIC X(40).
           05 LS-SPST-USER-ID               PIC X(10).
           05 LS-SPST-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-SPST-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           MOVE 0                           TO LS-SPST-SQLCODE
           EVALUATE TRUE
              WHEN LS-SPST-BEGIN
                 PERFORM 1000-BEGIN-CALL
              WHEN LS-SPST-END
                 IF LS-SPST-SAMPLED
                    PERFORM 2000-END-CALL
                 END-IF
              WHEN OTHER
                 SET LS-SPST-NOT-SAMPLED    TO TRUE
           END-EVALUATE
           GOBACK
           .
      *------------------------*
       1000-BEGIN-CALL.
      *------------------------*
           MOVE '1000-BEGIN-CALL'           TO WS-PARAGRAPH-NAME
           SET LS-SPST-NOT-SAMPLED          TO TRUE
           MOVE 0                           TO LS-SPST-ROW-CNT

           EXEC SQL
              SET :LS-SPST-START-TS = CURRENT TIMESTAMP
           END-EXEC

           EXEC SQL
              SELECT STATS_SMPL_PCT
                INTO :D054-STATS-SMPL-PCT
                FROM  VDTM54_DEBUG_CNTRL
               WHERE  PRGM_ID = :LS-SPST-PRGM-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE D054-STATS-SMPL-PCT   TO WS-SMPL-PCT
              WHEN 100
                 MOVE 0                     TO WS-SMPL-PCT
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

      * THE LAST SIX DIGITS OF THE START TIME ARE MICROSECONDS; THEIR
      * LAST TWO DIGITS GIVE AN EVEN SPREAD OF 0-99 ACROSS CALLS.
           IF WS-SMPL-PCT > 0
              MOVE LS-SPST-START-TS(21:6)   TO WS-MCRSC-X
              IF WS-MCRSC-X IS NUMERIC
                 DIVIDE WS-MCRSC-N BY 100 GIVING WS-SMPL-QUOT
                                       REMAINDER WS-SMPL-SLOT
                 IF WS-SMPL-SLOT < WS-SMPL-PCT
                    SET LS-SPST-SAMPLED     TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *------------------------*
       2000-END-CALL.
      *------------------------*
           MOVE '2000-END-CALL'             TO WS-PARAGRAPH-NAME

           MOVE LS-SPST-PRGM-ID             TO D71A-PRGM-ID
           MOVE LS-SPST-START-TS            TO D71A-CALL-START-TS
           MOVE LS-SPST-ROW-CNT             TO D71A-ROW-RTRN-CT
           MOVE LS-SPST-SP-RC               TO D71A-SP-RC
           MOVE LS-SPST-INPUT-KEY           TO D71A-INPUT-KEY-TX
           MOVE LS-SPST-USER-ID             TO D71A-CALL-USER-ID

      * CURRENT TIMESTAMP IS ONE VALUE FOR THE WHOLE STATEMENT, SO THE
      * END TIME AND THE ELAPSED MICROSECONDS AGREE.
           EXEC SQL
              INSERT INTO VDPM71_SP_CALL_STAT
                    (PRGM_ID
                    ,CALL_START_TS
                    ,CALL_END_TS
                    ,ELPSD_MCRSC_QT
                    ,ROW_RTRN_CT
                    ,SP_RC
                    ,INPUT_KEY_TX
                    ,CALL_USER_ID)
              VALUES
                    (:D71A-PRGM-ID
                    ,:D71A-CALL-START-TS
                    ,CURRENT TIMESTAMP
                    ,TIMESTAMPDIFF(1, CHAR(CURRENT TIMESTAMP
                                   - TIMESTAMP(:D71A-CALL-START-TS)))
                    ,:D71A-ROW-RTRN-CT
                    ,:D71A-SP-RC
                    ,:D71A-INPUT-KEY-TX
                    ,:D71A-CALL-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
      * A FAILED SAMPLE IS DROPPED, NOT RAISED: HAND THE SQLCODE BACK
      * FOR THE CALLER'S DEBUG DISPLAY AND LEAVE ITS RESULT ALONE.

           MOVE SQLCODE                     TO LS-SPST-SQLCODE
           SET LS-SPST-NOT-SAMPLED          TO TRUE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           GOBACK
           .
