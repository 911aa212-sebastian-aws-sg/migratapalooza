       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXERSN.
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
      *    NAME  DPMXERSN(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXERSN                                            *
      *                                                                *
      * ENROLLMENT DECISION REASON CATALOG MAINTENANCE FOR             *
      * VDPM91_ENRL_RSN.  DPMXENRL REQUIRES AN ACTIVE CODE FROM THIS   *
      * CATALOG ON EVERY DENY ('D'), TERMINATE ('T') AND CLIENT        *
      * WITHDRAWAL ('W'), AND ONLY ACCEPTS A CODE FLAGGED FOR THAT     *
      * KIND OF DECISION.  DD ERSNCRDS IS A DECK OF ACTION CARDS:      *
      *                                                                *
      *   COL 1     ACTION: A = ADD OR REPLACE, X = DEACTIVATE,        *
      *             L = LIST ALL                                       *
      *   COL 3-6   REASON CODE (4)                                    *
      *   COL 8     'Y' = VALID ON A DENY                              *
      *   COL 9     'Y' = VALID ON A TERMINATION                       *
      *   COL 10    'Y' = VALID ON A CLIENT WITHDRAWAL                 *
      *   COL 12-71 DESCRIPTION (60)                                   *
      *                                                                *
      * AN 'A' CARD FOR A CODE ALREADY ON FILE REPLACES ITS FLAGS AND  *
      * DESCRIPTION AND MAKES IT ACTIVE AGAIN.  CODES ARE NEVER        *
      * DELETED - HISTORY AND EVENT ROWS STILL CARRY THEM - SO A CODE  *
      * GOING OUT OF USE IS DEACTIVATED ('X').                         *
      *                                                                *
      * THE BATCH CLOSURES WRITE THEIR OWN SYSTEM CODES, WHICH ARE     *
      * LOADED WITH NO DECISION FLAGS SO NO USER CAN PICK THEM:        *
      *   CDAC - COMPANY DEACTIVATED (DPMXCDAC)                        *
      *   TTRM - TEMPLATE TERMINATED EARLY (DPMXTERM)                  *
      *                                                                *
      * THE FIRST SYSIN CARD IS THE MAINTAINING USER ID.  ONE COMMIT   *
      * AT END OF DECK (THE DPMXHCAL PATTERN).                         *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM91_ENRL_RSN       - ENROLLMENT DECISION REASON CODES       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM9101                                                *
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERSNCRDS         ASSIGN TO ERSNCRDS
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ERSNCRDS
           RECORDING MODE IS F.
       01  ERSNCRDS-REC                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXERSN'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-CARD                          PIC X(80) VALUE SPACES.
       01  FILLER REDEFINES WS-CARD.
           05 WS-CARD-ACTN                  PIC X(01).
           05 FILLER                        PIC X(01).
           05 WS-CARD-RSN-CD                PIC X(04).
           05 FILLER                        PIC X(01).
           05 WS-CARD-DENY-IN               PIC X(01).
           05 WS-CARD-TRMN-IN               PIC X(01).
           05 WS-CARD-WTHDR-IN              PIC X(01).
           05 FILLER                        PIC X(01).
           05 WS-CARD-RSN-DS                PIC X(60).
           05 FILLER                        PIC X(09).
      *
       01  WS-ADD-CNT                       PIC S9(9) COMP VALUE 0.
       01  WS-REPL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-DACT-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-SKIP-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-LIST-CNT                      PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
       01  WS-LIST-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-REASONS               VALUE 'Y'.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM9101
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE RSN_LIST_CSR CURSOR FOR
                 SELECT RSN_CD
                       ,RSN_DS
                       ,DENY_IN
                       ,TRMN_IN
                       ,WTHDR_IN
                       ,ACTV_IN
                 FROM   VDPM91_ENRL_RSN
                 ORDER BY RSN_CD
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS
           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 9100-DISPLAY-SUMMARY
           PERFORM 9990-END-JOB
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXERSN STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN
           DISPLAY 'MAINTAINING USER ID      :' WS-USER-ID
           DISPLAY WS-DASHES

           IF WS-USER-ID = SPACES
              DISPLAY 'MISSING SYSIN USER CARD - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2000-PROCESS-CARDS.
      *----------------------------------*
           MOVE '2000-PROCESS-CARDS'        TO WS-PARAGRAPH-NAME

           OPEN INPUT ERSNCRDS
           PERFORM 2100-READ-NEXT-CARD
           PERFORM UNTIL NO-MORE-CARDS
              EVALUATE WS-CARD-ACTN
                 WHEN 'A'
                    PERFORM 3000-ADD-REASON THRU 3000-EXIT
                 WHEN 'X'
                    PERFORM 4000-DEACTIVATE-REASON
                 WHEN 'L'
                    PERFORM 5000-LIST-REASONS
                 WHEN OTHER
                    ADD 1                   TO WS-SKIP-CNT
                    DISPLAY 'UNKNOWN ACTION CARD: ' WS-CARD(1:40)
              END-EVALUATE
              PERFORM 2100-READ-NEXT-CARD
           END-PERFORM
           CLOSE ERSNCRDS
           .
      *----------------------------------*
       2100-READ-NEXT-CARD.
      *----------------------------------*
           MOVE SPACES                      TO WS-CARD
           READ ERSNCRDS INTO WS-CARD
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       3000-ADD-REASON.
      *----------------------------------*
      * REPLACE THE CODE IF IT IS ALREADY ON FILE, ELSE ADD IT.  ANY
      * FLAG OTHER THAN 'Y' IS STORED AS 'N'.

           MOVE '3000-ADD-REASON'           TO WS-PARAGRAPH-NAME

           IF WS-CARD-RSN-CD = SPACES
            OR WS-CARD-RSN-DS = SPACES
              ADD 1                         TO WS-SKIP-CNT
              DISPLAY 'MISSING CODE/DESCRIPTION, SKIPPED: '
                      WS-CARD(1:40)
              GO TO 3000-EXIT
           END-IF

           MOVE WS-CARD-RSN-CD              TO D091-RSN-CD
           MOVE WS-CARD-RSN-DS              TO D091-RSN-DS
           MOVE 'N'                         TO D091-DENY-IN
                                               D091-TRMN-IN
                                               D091-WTHDR-IN
           IF WS-CARD-DENY-IN = 'Y'
              SET D091-DENY-ALLOWED         TO TRUE
           END-IF
           IF WS-CARD-TRMN-IN = 'Y'
              SET D091-TRMN-ALLOWED         TO TRUE
           END-IF
           IF WS-CARD-WTHDR-IN = 'Y'
              SET D091-WTHDR-ALLOWED        TO TRUE
           END-IF
           SET D091-RSN-ACTIVE              TO TRUE
           MOVE WS-USER-ID                  TO D091-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM91_ENRL_RSN
                 SET RSN_DS           = :D091-RSN-DS
                    ,DENY_IN          = :D091-DENY-IN
                    ,TRMN_IN          = :D091-TRMN-IN
                    ,WTHDR_IN         = :D091-WTHDR-IN
                    ,ACTV_IN          = :D091-ACTV-IN
                    ,ROW_UPDT_USER_ID = :D091-ROW-UPDT-USER-ID
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
               WHERE RSN_CD           = :D091-RSN-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPL-CNT
                 DISPLAY 'REPLACED ' D091-RSN-CD ' '
                         D091-DENY-IN D091-TRMN-IN D091-WTHDR-IN
                         ' ' D091-RSN-DS
                 GO TO 3000-EXIT
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              INSERT INTO VDPM91_ENRL_RSN
                     (RSN_CD
                     ,RSN_DS
                     ,DENY_IN
                     ,TRMN_IN
                     ,WTHDR_IN
                     ,ACTV_IN
                     ,ROW_UPDT_USER_ID
                     ,ROW_UPDT_TS)
              VALUES (:D091-RSN-CD
                     ,:D091-RSN-DS
                     ,:D091-DENY-IN
                     ,:D091-TRMN-IN
                     ,:D091-WTHDR-IN
                     ,:D091-ACTV-IN
                     ,:D091-ROW-UPDT-USER-ID
                     ,CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-ADD-CNT
                 DISPLAY 'ADDED    ' D091-RSN-CD ' '
                         D091-DENY-IN D091-TRMN-IN D091-WTHDR-IN
                         ' ' D091-RSN-DS
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.
      *----------------------------------*
       4000-DEACTIVATE-REASON.
      *----------------------------------*
           MOVE '4000-DEACTIVATE-REASON'    TO WS-PARAGRAPH-NAME

           MOVE WS-CARD-RSN-CD              TO D091-RSN-CD
           MOVE WS-USER-ID                  TO D091-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM91_ENRL_RSN
                 SET ACTV_IN          = 'N'
                    ,ROW_UPDT_USER_ID = :D091-ROW-UPDT-USER-ID
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
               WHERE RSN_CD           = :D091-RSN-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-DACT-CNT
                 DISPLAY 'DEACTIVATED ' D091-RSN-CD
              WHEN +100
                 ADD 1                      TO WS-SKIP-CNT
                 DISPLAY 'REASON NOT FOUND, SKIPPED: '
                         WS-CARD(1:40)
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       5000-LIST-REASONS.
      *----------------------------------*
           MOVE '5000-LIST-REASONS'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN RSN_LIST_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-LIST-EOF-SW
           DISPLAY 'CODE DTW ACTV DESCRIPTION'
           PERFORM 5100-FETCH-NEXT-REASON
           PERFORM UNTIL NO-MORE-REASONS
              DISPLAY D091-RSN-CD ' '
                      D091-DENY-IN D091-TRMN-IN D091-WTHDR-IN '  '
                      D091-ACTV-IN '    '
                      D091-RSN-DS
              PERFORM 5100-FETCH-NEXT-REASON
           END-PERFORM

           EXEC SQL
              CLOSE RSN_LIST_CSR
           END-EXEC
           .
      *----------------------------------*
       5100-FETCH-NEXT-REASON.
      *----------------------------------*
           EXEC SQL
              FETCH RSN_LIST_CSR
                INTO :D091-RSN-CD
                    ,:D091-RSN-DS
                    ,:D091-DENY-IN
                    ,:D091-TRMN-IN
                    ,:D091-WTHDR-IN
                    ,:D091-ACTV-IN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-LIST-CNT
              WHEN +100
                 SET NO-MORE-REASONS        TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' WS-SQLCODE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE 16                          TO RETURN-CODE
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-SUMMARY.
      *------------------------*
           DISPLAY WS-DASHES
           DISPLAY 'REASONS ADDED            :' WS-ADD-CNT
           DISPLAY 'REASONS REPLACED         :' WS-REPL-CNT
           DISPLAY 'REASONS DEACTIVATED      :' WS-DACT-CNT
           DISPLAY 'REASONS LISTED           :' WS-LIST-CNT
           DISPLAY 'CARDS SKIPPED            :' WS-SKIP-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXERSN ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           MOVE 0                            TO RETURN-CODE
           GOBACK
           .
