       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXRVNX.
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
      *    NAME  DPMXRVNX(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXRVNX                                            *
      *                                                                *
      * COMMON NEXT-REVIEW SCHEDULER FOR EXECUTED AGREEMENTS.  GIVEN   *
      * A TEMPLATE ID IT WORKS OUT WHEN THE AGREEMENT IS NEXT DUE FOR  *
      * PERIODIC REVIEW AND KEEPS THE TEMPLATE'S ONE SCHEDULED ('S')   *
      * ROW ON VDPM81_TMPLT_RVW IN STEP WITH IT.  CALLED BY DPMXRTMT   *
      * WHEN A COMPANY'S RISK TIER CHANGES OR A REVIEW IS COMPLETED,   *
      * AND BY THE MONTHLY DPMXRVSC RUN FOR NEWLY EXECUTED AGREEMENTS  *
      * AND TIER CHANGES THAT HAVE COME INTO EFFECT.                   *
      *                                                                *
      * THE AGREEMENT IS REVIEWED ON THE TIER OF THE RISKIER OF ITS    *
      * TWO PARTIES (CURRENT RISK_TIER_CD ON VDPM01_MCA_CMPNY):        *
      *   H - HIGH    EVERY 12 MONTHS                                  *
      *   M - MEDIUM  EVERY 24 MONTHS (ALSO ANY COMPANY NOT TIERED)    *
      *   L - LOW     EVERY 36 MONTHS                                  *
      * ON A TIE THE CLIENT IS THE REVIEW COMPANY.  THE INTERVAL RUNS  *
      * FROM THE LAST COMPLETED REVIEW OR, BEFORE THE FIRST ONE, FROM  *
      * THE EXECUTION DATE (THE PUBLICATION DATE IF NONE IS RECORDED). *
      *                                                                *
      * A TEMPLATE THAT IS NOT AN EXECUTED ('E') MCA, OR HAS BEEN      *
      * DELETED, EXPIRED, TERMINATED, NOVATED OR SUPERSEDED, HAS ANY   *
      * SCHEDULED OR OPEN REVIEW CANCELLED ('X').  A REVIEW ALREADY    *
      * OPEN ('O') IS LEFT FOR ITS OWNER TO FINISH; THE NEXT ONE IS    *
      * SCHEDULED WHEN IT IS COMPLETED.                                *
      *                                                                *
      * THE CALLER OWNS THE UNIT OF WORK.                              *
      *                                                                *
      * RETURN CODES:                                                  *
      *   RV00 - NEXT REVIEW SCHEDULED (DUE DATE AND TIER RETURNED)    *
      *   RV01 - NOT A LIVE EXECUTED MCA - REVIEWS CANCELLED           *
      *   RV02 - A REVIEW IS OPEN - NOTHING SCHEDULED                  *
      *   RV99 - DATABASE ERROR (SQLCODE RETURNED)                     *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT      - TEMPLATE TABLE                         *
      * VDPM01_MCA_CMPNY      - COMPANY TABLE (CURRENT RISK TIER)      *
      * VDPM81_TMPLT_RVW      - AGREEMENT REVIEW SCHEDULE AND TASKS    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8101                                                *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXRVNX'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TMPLT-TYPE-CD                 PIC X(01) VALUE SPACES.
       01  WS-TMPLT-STAT-IN                 PIC X(01) VALUE SPACES.
       01  WS-DELR-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-CLNT-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-EXE-DT                        PIC X(10) VALUE SPACES.
       01  WS-PBLTN-DT                      PIC X(10) VALUE SPACES.
       01  WS-LAST-CMPL-DT                  PIC X(10) VALUE SPACES.
       01  WS-OPEN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-RVW-SEQ                       PIC S9(9) COMP VALUE 0.
      *
       01  WS-DELR-TIER-CD                  PIC X(01) VALUE SPACES.
       01  WS-CLNT-TIER-CD                  PIC X(01) VALUE SPACES.
       01  WS-DELR-MONTHS                   PIC S9(4) COMP VALUE 0.
       01  WS-CLNT-MONTHS                   PIC S9(4) COMP VALUE 0.
       01  WS-TIER-CD                       PIC X(01) VALUE SPACES.
       01  WS-TIER-MONTHS                   PIC S9(4) COMP VALUE 0.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8101
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-RVNX-PASS-AREA.
           05 LS-RVNX-TMPLT-ID              PIC S9(9) COMP.
           05 LS-RVNX-USER-ID               PIC X(10).
           05 LS-RVNX-RC                    PIC X(04).
              88 LS-RVNX-SCHEDULED          VALUE 'RV00'.
              88 LS-RVNX-NOT-LIVE           VALUE 'RV01'.
              88 LS-RVNX-REVIEW-OPEN        VALUE 'RV02'.
              88 LS-RVNX-DB-ERROR           VALUE 'RV99'.
           05 LS-RVNX-DUE-DT                PIC X(10).
           05 LS-RVNX-TIER-CD               PIC X(01).
           05 LS-RVNX-RVW-CMPNY-ID          PIC X(08).
           05 LS-RVNX-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-RVNX-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GET-TEMPLATE
           IF LS-RVNX-RC = SPACES
              PERFORM 3000-CHECK-OPEN-REVIEW
           END-IF
           IF LS-RVNX-RC = SPACES
              PERFORM 4000-DERIVE-TIER
              PERFORM 5000-GET-BASE-DT
              PERFORM 6000-SCHEDULE-REVIEW
           END-IF
           GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO LS-RVNX-RC
                                               LS-RVNX-DUE-DT
                                               LS-RVNX-TIER-CD
                                               LS-RVNX-RVW-CMPNY-ID
           MOVE 0                           TO LS-RVNX-SQLCODE
           .
      *------------------------*
       2000-GET-TEMPLATE.
      *------------------------*
           MOVE '2000-GET-TEMPLATE'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_TYPE_CD
                    ,MCA_STAT_IN
                    ,DELR_CMPNY_ID
                    ,CLNT_CMPNY_ID
                    ,CHAR(DATE(MCA_EXE_TS), ISO)
                    ,CHAR(MCA_PBLTN_DT, ISO)
                INTO :WS-TMPLT-TYPE-CD
                    ,:WS-TMPLT-STAT-IN
                    ,:WS-DELR-CMPNY-ID
                    ,:WS-CLNT-CMPNY-ID
                    ,:WS-EXE-DT
                    ,:WS-PBLTN-DT
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :LS-RVNX-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'L'                   TO WS-TMPLT-STAT-IN
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-TMPLT-TYPE-CD NOT = 'E'
            OR WS-TMPLT-STAT-IN = 'L' OR 'X' OR 'T' OR 'V' OR 'S'
              PERFORM 2100-CANCEL-REVIEWS
              MOVE 'RV01'                   TO LS-RVNX-RC
           END-IF
           .
      *------------------------*
       2100-CANCEL-REVIEWS.
      *------------------------*
           MOVE '2100-CANCEL-REVIEWS'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM81_TMPLT_RVW
                 SET RVW_STAT_CD      = 'X'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :LS-RVNX-USER-ID
               WHERE MCA_TMPLT_ID     = :LS-RVNX-TMPLT-ID
                 AND RVW_STAT_CD     IN ('S', 'O')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       3000-CHECK-OPEN-REVIEW.
      *------------------------*
           MOVE '3000-CHECK-OPEN-REVIEW'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CNT
                FROM  VDPM81_TMPLT_RVW
               WHERE  MCA_TMPLT_ID = :LS-RVNX-TMPLT-ID
                 AND  RVW_STAT_CD  = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-OPEN-CNT > 0
              MOVE 'RV02'                   TO LS-RVNX-RC
           END-IF
           .
      *------------------------*
       4000-DERIVE-TIER.
      *------------------------*
      * THE SHORTER INTERVAL OF THE TWO PARTIES WINS; THE CLIENT ON A
      * TIE.

           MOVE '4000-DERIVE-TIER'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT RISK_TIER_CD
                INTO :WS-DELR-TIER-CD
                FROM  VDPM01_MCA_CMPNY
               WHERE  CMPNY_ID = :WS-DELR-CMPNY-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE SPACES                TO WS-DELR-TIER-CD
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              SELECT RISK_TIER_CD
                INTO :WS-CLNT-TIER-CD
                FROM  VDPM01_MCA_CMPNY
               WHERE  CMPNY_ID = :WS-CLNT-CMPNY-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE SPACES                TO WS-CLNT-TIER-CD
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-DELR-TIER-CD NOT = 'H' AND NOT = 'L'
              MOVE 'M'                      TO WS-DELR-TIER-CD
           END-IF
           IF WS-CLNT-TIER-CD NOT = 'H' AND NOT = 'L'
              MOVE 'M'                      TO WS-CLNT-TIER-CD
           END-IF

           EVALUATE WS-DELR-TIER-CD
              WHEN 'H'   MOVE 12            TO WS-DELR-MONTHS
              WHEN 'L'   MOVE 36            TO WS-DELR-MONTHS
              WHEN OTHER MOVE 24            TO WS-DELR-MONTHS
           END-EVALUATE
           EVALUATE WS-CLNT-TIER-CD
              WHEN 'H'   MOVE 12            TO WS-CLNT-MONTHS
              WHEN 'L'   MOVE 36            TO WS-CLNT-MONTHS
              WHEN OTHER MOVE 24            TO WS-CLNT-MONTHS
           END-EVALUATE

           IF WS-DELR-MONTHS < WS-CLNT-MONTHS
              MOVE WS-DELR-TIER-CD          TO WS-TIER-CD
              MOVE WS-DELR-MONTHS           TO WS-TIER-MONTHS
              MOVE WS-DELR-CMPNY-ID         TO LS-RVNX-RVW-CMPNY-ID
           ELSE
              MOVE WS-CLNT-TIER-CD          TO WS-TIER-CD
              MOVE WS-CLNT-MONTHS           TO WS-TIER-MONTHS
              MOVE WS-CLNT-CMPNY-ID         TO LS-RVNX-RVW-CMPNY-ID
           END-IF
           MOVE WS-TIER-CD                  TO LS-RVNX-TIER-CD
           .
      *------------------------*
       5000-GET-BASE-DT.
      *------------------------*
           MOVE '5000-GET-BASE-DT'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COALESCE(CHAR(DATE(MAX(CMPL_TS)), ISO), ' ')
                INTO :WS-LAST-CMPL-DT
                FROM  VDPM81_TMPLT_RVW
               WHERE  MCA_TMPLT_ID = :LS-RVNX-TMPLT-ID
                 AND  RVW_STAT_CD  = 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           EVALUATE TRUE
              WHEN WS-LAST-CMPL-DT NOT = SPACES
                 MOVE WS-LAST-CMPL-DT       TO D81A-BASE-DT
              WHEN WS-EXE-DT(1:4) NOT = '0001'
                 MOVE WS-EXE-DT             TO D81A-BASE-DT
              WHEN OTHER
                 MOVE WS-PBLTN-DT           TO D81A-BASE-DT
           END-EVALUATE
           .
      *------------------------*
       6000-SCHEDULE-REVIEW.
      *------------------------*
      * REPLACE THE SCHEDULED ROW'S DATES AND TIER, OR ADD ONE.

           MOVE '6000-SCHEDULE-REVIEW'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :D81A-DUE-DT = CHAR(DATE(:D81A-BASE-DT)
                                      + :WS-TIER-MONTHS MONTHS, ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE LS-RVNX-TMPLT-ID            TO D81A-MCA-TMPLT-ID
           MOVE LS-RVNX-RVW-CMPNY-ID        TO D81A-RVW-CMPNY-ID
           MOVE WS-TIER-CD                  TO D81A-RISK-TIER-CD
           MOVE LS-RVNX-USER-ID             TO D81A-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM81_TMPLT_RVW
                 SET RVW_CMPNY_ID     = :D81A-RVW-CMPNY-ID
                    ,RISK_TIER_CD     = :D81A-RISK-TIER-CD
                    ,BASE_DT          = :D81A-BASE-DT
                    ,DUE_DT           = :D81A-DUE-DT
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D81A-ROW-UPDT-USER-ID
               WHERE MCA_TMPLT_ID     = :D81A-MCA-TMPLT-ID
                 AND RVW_STAT_CD      = 'S'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 PERFORM 6100-INSERT-REVIEW
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE D81A-DUE-DT                 TO LS-RVNX-DUE-DT
           MOVE 'RV00'                      TO LS-RVNX-RC
           .
      *------------------------*
       6100-INSERT-REVIEW.
      *------------------------*
           MOVE '6100-INSERT-REVIEW'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :WS-RVW-SEQ = (NEXT VALUE FOR DPM.SQDPM811)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-RVW-SEQ                  TO D81A-RVW-ID

           EXEC SQL
              INSERT INTO VDPM81_TMPLT_RVW
                     (RVW_ID
                     ,MCA_TMPLT_ID
                     ,RVW_CMPNY_ID
                     ,RISK_TIER_CD
                     ,BASE_DT
                     ,DUE_DT
                     ,RVW_STAT_CD
                     ,OWNR_USER_ID
                     ,OPEN_TS
                     ,LAST_ALRT_DT
                     ,CMPL_TS
                     ,CMPL_USER_ID
                     ,OUTCOME_CD
                     ,OUTCOME_TX
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D81A-RVW-ID
                     ,:D81A-MCA-TMPLT-ID
                     ,:D81A-RVW-CMPNY-ID
                     ,:D81A-RISK-TIER-CD
                     ,:D81A-BASE-DT
                     ,:D81A-DUE-DT
                     ,'S'
                     ,' '
                     ,'0001-01-01-00.00.00.000000'
                     ,'0001-01-01'
                     ,'0001-01-01-00.00.00.000000'
                     ,' '
                     ,' '
                     ,' '
                     ,CURRENT TIMESTAMP
                     ,:D81A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
      * THE CALLER OWNS THE UNIT OF WORK; HAND THE SQLCODE BACK.

           MOVE SQLCODE                     TO LS-RVNX-SQLCODE
           MOVE 'RV99'                      TO LS-RVNX-RC
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           GOBACK
           .
