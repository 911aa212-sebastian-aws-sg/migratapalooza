       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXPARM.
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
      *    ENTRY DPMXPARM
      *    NAME  DPMXPARM(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXPARM                                            *
      *                                                                *
      * SHARED BATCH PARAMETER SUBROUTINE.  RETURNS THE VALUE OF ONE   *
      * NAMED PARAMETER OF ONE BATCH PROGRAM FROM THE VDPM88_BATCH_    *
      * PARM REGISTRY: THE APPROVED ('A') ROW WITH THE LATEST          *
      * EFFECTIVE DATE ON OR BEFORE THE RUN DATE.  CHANGES ONLY REACH  *
      * THE REGISTRY THROUGH THE DPMXPREG MAKER-CHECKER MAINTENANCE.   *
      *                                                                *
      * THE RUN DATE IS THE CALLER'S RUN ID (CCYYMMDD); A BLANK RUN ID *
      * TAKES THE GLOBAL CYCLE DATE FROM DPMXCYDT, OR TODAY WHEN NO    *
      * CYCLE DATE IS SET UP.                                          *
      *                                                                *
      * THE CALLER ALSO PASSES THE VALUE ITS SYSIN DECK (OR BUILT-IN   *
      * DEFAULT) WOULD HAVE USED.  THAT VALUE IS ONLY RETURNED WHEN    *
      * THE PARAMETER IS NOT IN THE REGISTRY.  EITHER WAY THE VALUE    *
      * USED AND WHERE IT CAME FROM ('R' REGISTRY / 'S' SYSIN) IS      *
      * RECORDED ON VDPM88_PARM_USE UNDER THE RUN ID AND ECHOED ON     *
      * SYSOUT, SO THE DPMXPREG USAGE REPORT CAN SHOW THE EFFECTIVE    *
      * PARAMETERS OF EACH NIGHT'S RUN.                                *
      *                                                                *
      * RETURN CODES: SP00 OK, SP65 REGISTRY VALUE OUTSIDE ITS RANGE   *
      * (THE SYSIN VALUE IS USED), SP99 DATABASE ERROR.                *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM88_BATCH_PARM     - BATCH PARAMETER REGISTRY               *
      * VDPM88_PARM_USE       - PARAMETER VALUES USED PER RUN          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8801 / DPM8803                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXCYDT - CYCLE DATE WHEN THE CALLER HAS NO RUN ID            *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXPARM'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-RUN-ID                        PIC X(08) VALUE SPACES.
       01  WS-RUN-DT                        PIC X(10) VALUE SPACES.
       01  WS-VALUE-ED                      PIC -(9)9.
       01  WS-LEAD-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-SRC-TX                        PIC X(30) VALUE SPACES.
      *
       01  WS-CYDT-PROGRAM                  PIC X(08) VALUE 'DPMXCYDT'.
       01  WS-CYDT-PASS-AREA.
           05 WS-CYDT-JOB-NAME              PIC X(08).
           05 WS-CYDT-RGN-CD                PIC X(08).
           05 WS-CYDT-SYSIN-DT              PIC X(08).
           05 WS-CYDT-OVRD-RSN-TX           PIC X(50).
           05 WS-CYDT-RUN-ID                PIC X(08).
           05 WS-CYDT-PRIOR-RUN-ID          PIC X(08).
           05 WS-CYDT-OVRD-IN               PIC X(01).
           05 WS-CYDT-RC                    PIC X(04).
           05 WS-CYDT-MSG-TX                PIC X(80).
           05 WS-CYDT-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8801
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8803
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-PARM-PASS-AREA.
           05 LS-PARM-PRGM-ID               PIC X(08).
           05 LS-PARM-PARM-NM               PIC X(18).
           05 LS-PARM-RUN-ID                PIC X(08).
           05 LS-PARM-TYPE-CD               PIC X(01).
              88 LS-PARM-NUMERIC            VALUE 'N'.
           05 LS-PARM-SYSIN-VALUE-NB        PIC S9(9) COMP-3.
           05 LS-PARM-SYSIN-VALUE-TX        PIC X(20).
           05 LS-PARM-VALUE-NB              PIC S9(9) COMP-3.
           05 LS-PARM-VALUE-TX              PIC X(20).
           05 LS-PARM-SRC-CD                PIC X(01).
              88 LS-PARM-FROM-REGISTRY      VALUE 'R'.
              88 LS-PARM-FROM-SYSIN         VALUE 'S'.
           05 LS-PARM-RC                    PIC X(04).
           05 LS-PARM-MSG-TX                PIC X(80).
           05 LS-PARM-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-PARM-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-REGISTRY
           IF LS-PARM-RC NOT = 'SP99'
              PERFORM 3000-RECORD-USE
           END-IF
           GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE 'SP00'                      TO LS-PARM-RC
           MOVE SPACES                      TO LS-PARM-MSG-TX
           MOVE 0                           TO LS-PARM-SQLCODE
           MOVE 'S'                         TO LS-PARM-SRC-CD
           MOVE LS-PARM-SYSIN-VALUE-NB      TO LS-PARM-VALUE-NB

      * A NUMERIC SYSIN VALUE IS ALSO KEPT AS LEFT-JUSTIFIED TEXT FOR
      * THE USAGE LOG.
           IF LS-PARM-NUMERIC
              MOVE LS-PARM-SYSIN-VALUE-NB   TO WS-VALUE-ED
              MOVE 0                        TO WS-LEAD-CNT
              INSPECT WS-VALUE-ED TALLYING WS-LEAD-CNT
                      FOR LEADING SPACES
              MOVE SPACES                   TO LS-PARM-VALUE-TX
              MOVE WS-VALUE-ED(WS-LEAD-CNT + 1:)
                                            TO LS-PARM-VALUE-TX
           ELSE
              MOVE LS-PARM-SYSIN-VALUE-TX   TO LS-PARM-VALUE-TX
           END-IF

           IF LS-PARM-RUN-ID NOT = SPACES
              MOVE LS-PARM-RUN-ID           TO WS-RUN-ID
           ELSE
              MOVE LS-PARM-PRGM-ID          TO WS-CYDT-JOB-NAME
              MOVE SPACES                   TO WS-CYDT-RGN-CD
                                               WS-CYDT-SYSIN-DT
                                               WS-CYDT-OVRD-RSN-TX
              CALL WS-CYDT-PROGRAM USING WS-CYDT-PASS-AREA
              IF WS-CYDT-RC = 'SP00'
                 MOVE WS-CYDT-RUN-ID        TO WS-RUN-ID
              ELSE
                 EXEC SQL
                    SET :WS-RUN-DT = CHAR(CURRENT DATE, ISO)
                 END-EXEC
                 STRING WS-RUN-DT(1:4) WS-RUN-DT(6:2) WS-RUN-DT(9:2)
                        DELIMITED BY SIZE INTO WS-RUN-ID
                 END-STRING
              END-IF
           END-IF

           STRING WS-RUN-ID(1:4) '-' WS-RUN-ID(5:2) '-' WS-RUN-ID(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DT
           END-STRING
           .
      *------------------------*
       2000-READ-REGISTRY.
      *------------------------*
           MOVE '2000-READ-REGISTRY'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT PARM_VALUE_TX
                    ,PARM_VALUE_NB
                    ,DATA_TYPE_CD
                    ,MIN_VALUE_NB
                    ,MAX_VALUE_NB
                    ,CHAR(EFFV_DT, ISO)
                INTO :D088-PARM-VALUE-TX
                    ,:D088-PARM-VALUE-NB
                    ,:D088-DATA-TYPE-CD
                    ,:D088-MIN-VALUE-NB
                    ,:D088-MAX-VALUE-NB
                    ,:D088-EFFV-DT
                FROM  VDPM88_BATCH_PARM
               WHERE  PRGM_ID      = :LS-PARM-PRGM-ID
                 AND  PARM_NM      = :LS-PARM-PARM-NM
                 AND  PARM_STAT_CD = 'A'
                 AND  EFFV_DT     <= DATE(:WS-RUN-DT)
               ORDER BY EFFV_DT DESC
               FETCH FIRST 1 ROW ONLY
               WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF D088-TYPE-NUMERIC
                  AND (D088-PARM-VALUE-NB < D088-MIN-VALUE-NB
                   OR  D088-PARM-VALUE-NB > D088-MAX-VALUE-NB)
                    MOVE 'SP65'             TO LS-PARM-RC
                    STRING 'REGISTRY VALUE ' D088-PARM-VALUE-TX
                           ' OUT OF RANGE - SYSIN VALUE USED'
                           DELIMITED BY SIZE INTO LS-PARM-MSG-TX
                    END-STRING
                    MOVE 'SYSIN (REGISTRY OUT OF RANGE)'
                                            TO WS-SRC-TX
                 ELSE
                    MOVE 'R'                TO LS-PARM-SRC-CD
                    MOVE D088-PARM-VALUE-NB TO LS-PARM-VALUE-NB
                    MOVE D088-PARM-VALUE-TX TO LS-PARM-VALUE-TX
                    MOVE SPACES             TO WS-SRC-TX
                    STRING 'REGISTRY, EFFECTIVE ' D088-EFFV-DT
                           DELIMITED BY SIZE INTO WS-SRC-TX
                    END-STRING
                 END-IF
              WHEN +100
                 MOVE 'SYSIN (NOT IN REGISTRY)'
                                            TO WS-SRC-TX
              WHEN OTHER
                 MOVE SQLCODE               TO LS-PARM-SQLCODE
                 MOVE 'SP99'                TO LS-PARM-RC
                 MOVE 'DATABASE ERROR READING VDPM88_BATCH_PARM'
                                            TO LS-PARM-MSG-TX
                 MOVE 'SYSIN (REGISTRY UNAVAILABLE)'
                                            TO WS-SRC-TX
           END-EVALUATE

           DISPLAY 'PARAMETER ' LS-PARM-PARM-NM ' = '
                   LS-PARM-VALUE-TX ' FROM ' WS-SRC-TX
           .
      *------------------------*
       3000-RECORD-USE.
      *------------------------*
           MOVE '3000-RECORD-USE'           TO WS-PARAGRAPH-NAME

           MOVE WS-RUN-ID                   TO D88U-RUN-ID
           MOVE LS-PARM-PRGM-ID             TO D88U-PRGM-ID
           MOVE LS-PARM-PARM-NM             TO D88U-PARM-NM
           MOVE LS-PARM-VALUE-TX            TO D88U-PARM-VALUE-TX
           MOVE LS-PARM-SRC-CD              TO D88U-VALUE-SRC-CD

           EXEC SQL
              UPDATE VDPM88_PARM_USE
                 SET PARM_VALUE_TX = :D88U-PARM-VALUE-TX
                    ,VALUE_SRC_CD  = :D88U-VALUE-SRC-CD
                    ,USE_TS        = CURRENT TIMESTAMP
               WHERE RUN_ID        = :D88U-RUN-ID
                 AND PRGM_ID       = :D88U-PRGM-ID
                 AND PARM_NM       = :D88U-PARM-NM
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL
                 INSERT INTO VDPM88_PARM_USE
                        (RUN_ID
                        ,PRGM_ID
                        ,PARM_NM
                        ,PARM_VALUE_TX
                        ,VALUE_SRC_CD
                        ,USE_TS)
                 VALUES (:D88U-RUN-ID
                        ,:D88U-PRGM-ID
                        ,:D88U-PARM-NM
                        ,:D88U-PARM-VALUE-TX
                        ,:D88U-VALUE-SRC-CD
                        ,CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE SQLCODE                  TO LS-PARM-SQLCODE
              MOVE 'SP99'                   TO LS-PARM-RC
              MOVE 'DATABASE ERROR WRITING VDPM88_PARM_USE'
                                            TO LS-PARM-MSG-TX
           END-IF
           .
