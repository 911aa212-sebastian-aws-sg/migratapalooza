       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXAMTL.
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
      *    NAME  DPMXAMTL(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXAMTL                                            *
      *                                                                *
      * ALERT MESSAGE TEMPLATE CATALOG MAINTENANCE.  DPMXAALR BUILDS   *
      * THE SUBJECT AND TEXT OF A TYPED ALERT FROM                     *
      * VDPM66_ALRT_MSG_TMPLT (ONE ROW PER ALERT TYPE AND LANGUAGE),   *
      * SUBSTITUTING THE CALLER'S VALUES FOR EACH {NAME} PLACEHOLDER.  *
      * THIS JOB MAINTAINS THE CATALOG FROM DD ALRTMSGC.               *
      *                                                                *
      * CARD: ACTION X(1), BLANK, ALERT TYPE X(8), BLANK, LANGUAGE     *
      * X(2) (AS CMPNY_LANG_CD), BLANK, TEXT X(66).  ACTIONS:          *
      *   A - ADD / REPLACE THE TEMPLATE; TEXT IS THE SUBJECT.  ONLY   *
      *       THE 'EN' SUBJECT IS USED - IT IS WHAT SUBSCRIPTIONS      *
      *       (VDPM40) AND RETENTION (DPMXALCL) MATCH ON.              *
      *   M - ONE LINE OF MESSAGE TEXT FOR THE PRECEDING 'A' CARD.     *
      *       LINES ARE JOINED WITH ONE BLANK (TRAILING BLANKS         *
      *       DROPPED), UP TO 2000 BYTES.                              *
      *   R - RETIRE THE TEMPLATE; A BLANK LANGUAGE RETIRES EVERY      *
      *       LANGUAGE OF THE TYPE.                                    *
      * A TEMPLATE IS REJECTED WHEN IT HAS NO TEXT, ITS BRACES DO NOT  *
      * PAIR, AN 'EN' TEMPLATE HAS NO SUBJECT, OR ANOTHER LANGUAGE IS  *
      * LOADED FOR A TYPE WITH NO ACTIVE 'EN' MASTER.                  *
      *                                                                *
      * ALERT TYPES RAISED TODAY AND THE VALUES THEY PASS:             *
      *   TMPLEXPD (DPMXTEXP) TMPLT_ID END_DT TMPLT_NM                 *
      *   MCARENEW (DPMXERNW) TMPLT_ID TMPLT_NM DEALER CLIENT DUE_DT   *
      *                       DAYS                                     *
      *   APRVRMND APRVESCL APRVRRTE (DPMXAESC) TMPLT_ID DAYS          *
      *   LOCKGRNT (DPMXMLOK) TMPLT_ID                                 *
      *   ESIGDECL ESIGEXPR (DPMXESIG) TMPLT_ID ENVLP_ID               *
      *   DOCEXPRY (DPMXDCHS) DOC_ID CMPNY_ID KIND EXPRY_DT DAYS       *
      *   ESIGHOLD (DPMXESIG) TMPLT_ID ENVLP_ID PRDCT_ID DELR_SIGNER   *
      *                       DELR_CHECK CLNT_SIGNER CLNT_CHECK        *
      *   NOVNRQST NOVNCNSN (DPMXNOVN) NOVN_ID TMPLT_ID DEALER         *
      *                       TRANSFEROR TRANSFEREE EFF_DT PARTY       *
      *   NOVNRFSD (DPMXNOVN DPMXNOVX) AS NOVNRQST PLUS REASON         *
      *   NOVNDONE (DPMXNOVX) NOVN_ID TMPLT_ID NEW_TMPLT_ID TRANSFEROR *
      *                       TRANSFEREE                               *
      *                                                                *
      * REJECTED CARDS OR TEMPLATES END THE STEP WITH RC 4.            *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM66_ALRT_MSG_TMPLT - ALERT MESSAGE TEMPLATE CATALOG         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM6601                                                *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             DOCUMENTED THE DOCEXPRY TYPE       *
      *                             RAISED BY DPMXDCHS.                *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             DOCUMENTED THE ESIGHOLD TYPE       *
      *                             RAISED BY DPMXESIG.                *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             DOCUMENTED THE NOVATION TYPES      *
      *                             RAISED BY DPMXNOVN / DPMXNOVX.     *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTMSGC         ASSIGN TO ALRTMSGC
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ALRTMSGC
           RECORDING MODE IS F.
       01  ALRTMSGC-REC.
           05 AM-ACTION-CD                  PIC X(1).
              88 AM-ADD-REPLACE             VALUE 'A'.
              88 AM-MSG-LINE                VALUE 'M'.
              88 AM-RETIRE                  VALUE 'R'.
           05 FILLER                        PIC X(1).
           05 AM-ALRT-TYPE-CD               PIC X(8).
           05 FILLER                        PIC X(1).
           05 AM-LANG-CD                    PIC X(2).
           05 FILLER                        PIC X(1).
           05 AM-TEXT                       PIC X(66).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXAMTL'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
      **TEMPLATE BEING ASSEMBLED FROM AN 'A' CARD AND ITS 'M' CARDS
      *
       01  WS-GRP-SW                        PIC X(01) VALUE 'N'.
           88 GRP-OPEN                      VALUE 'Y'.
           88 GRP-CLOSED                    VALUE 'N'.
       01  WS-GRP-BAD-SW                    PIC X(01) VALUE 'N'.
           88 GRP-BAD                       VALUE 'Y'.
       01  WS-GRP-TYPE-CD                   PIC X(08) VALUE SPACES.
       01  WS-GRP-LANG-CD                   PIC X(02) VALUE SPACES.
       01  WS-GRP-SUB-TX                    PIC X(150) VALUE SPACES.
       01  WS-GRP-MSG-TX                    PIC X(2000) VALUE SPACES.
       01  WS-GRP-MSG-LEN                   PIC S9(4) COMP VALUE 0.
       01  WS-GRP-REASON                    PIC X(30) VALUE SPACES.
      *
       01  WS-LINE-LEN                      PIC S9(4) COMP VALUE 0.
       01  WS-OPEN-BRACE-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-CLOSE-BRACE-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-MSTR-CNT                      PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ADDED-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-REPLACED-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-RETIRED-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-REJECT-CNT                    PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM6601
           END-EXEC
      *
       COPY  DB2000IA.
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CATALOG
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
           DISPLAY 'DPMXAMTL STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES
           .
      *----------------------------------*
       2000-LOAD-CATALOG.
      *----------------------------------*
           MOVE '2000-LOAD-CATALOG'         TO WS-PARAGRAPH-NAME

           OPEN INPUT ALRTMSGC

           PERFORM 2100-READ-NEXT-CARD
           PERFORM UNTIL NO-MORE-CARDS
              ADD 1                         TO WS-CARD-CNT
              PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-CARD
           END-PERFORM

           IF GRP-OPEN
              PERFORM 2500-STORE-TEMPLATE THRU 2500-EXIT
           END-IF

           CLOSE ALRTMSGC
           .
      *----------------------------------*
       2100-READ-NEXT-CARD.
      *----------------------------------*
           READ ALRTMSGC
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       2200-APPLY-ONE-CARD.
      *----------------------------------*
           MOVE '2200-APPLY-ONE-CARD'       TO WS-PARAGRAPH-NAME

           IF AM-MSG-LINE
              PERFORM 2300-ADD-MSG-LINE
              GO TO 2200-EXIT
           END-IF

      *    ANY OTHER CARD ENDS THE TEMPLATE BEING ASSEMBLED
           IF GRP-OPEN
              PERFORM 2500-STORE-TEMPLATE THRU 2500-EXIT
           END-IF

           IF (NOT AM-ADD-REPLACE AND NOT AM-RETIRE)
            OR AM-ALRT-TYPE-CD = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - INVALID  :' ALRTMSGC-REC(1:13)
              GO TO 2200-EXIT
           END-IF

           IF AM-RETIRE
              PERFORM 2400-RETIRE-TEMPLATE
              GO TO 2200-EXIT
           END-IF

           IF AM-LANG-CD = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO LANG  :' ALRTMSGC-REC(1:13)
              GO TO 2200-EXIT
           END-IF

           SET GRP-OPEN                     TO TRUE
           MOVE 'N'                         TO WS-GRP-BAD-SW
           MOVE SPACES                      TO WS-GRP-REASON
           MOVE AM-ALRT-TYPE-CD             TO WS-GRP-TYPE-CD
           MOVE AM-LANG-CD                  TO WS-GRP-LANG-CD
           MOVE AM-TEXT                     TO WS-GRP-SUB-TX
           MOVE SPACES                      TO WS-GRP-MSG-TX
           MOVE 0                           TO WS-GRP-MSG-LEN
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-ADD-MSG-LINE.
      *----------------------------------*
           IF GRP-CLOSED
            OR AM-ALRT-TYPE-CD NOT = WS-GRP-TYPE-CD
            OR AM-LANG-CD      NOT = WS-GRP-LANG-CD
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'CARD REJECTED - NO A CARD:' ALRTMSGC-REC(1:13)
           ELSE
              PERFORM VARYING WS-LINE-LEN FROM 66 BY -1
                        UNTIL WS-LINE-LEN < 1
                           OR AM-TEXT(WS-LINE-LEN:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              IF WS-LINE-LEN > 0
                 IF WS-GRP-MSG-LEN > 0
                    ADD 1                   TO WS-GRP-MSG-LEN
                 END-IF
                 IF WS-GRP-MSG-LEN + WS-LINE-LEN > 2000
                    SET GRP-BAD             TO TRUE
                    MOVE 'TEXT OVER 2000 BYTES'
                                            TO WS-GRP-REASON
                 ELSE
                    MOVE AM-TEXT(1:WS-LINE-LEN)
                      TO WS-GRP-MSG-TX(WS-GRP-MSG-LEN + 1:WS-LINE-LEN)
                    ADD WS-LINE-LEN         TO WS-GRP-MSG-LEN
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------*
       2400-RETIRE-TEMPLATE.
      *----------------------------------*
           MOVE '2400-RETIRE-TEMPLATE'      TO WS-PARAGRAPH-NAME

           MOVE AM-ALRT-TYPE-CD             TO D66A-ALRT-TYPE-CD
           MOVE AM-LANG-CD                  TO D66A-LANG-CD

           EXEC SQL
              UPDATE VDPM66_ALRT_MSG_TMPLT
                 SET TMPLT_STAT_CD    = 'R'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ALRT_TYPE_CD     = :D66A-ALRT-TYPE-CD
                 AND (LANG_CD         = :D66A-LANG-CD
                  OR  :D66A-LANG-CD   = ' ')
                 AND TMPLT_STAT_CD    = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD SQLERRD(3)             TO WS-RETIRED-CNT
                 DISPLAY 'TEMPLATE RETIRED         :' ALRTMSGC-REC(1:13)
              WHEN +100
                 ADD 1                      TO WS-REJECT-CNT
                 DISPLAY 'CARD REJECTED - NOT FOUND:' ALRTMSGC-REC(1:13)
              WHEN OTHER
                 MOVE 'VDPM66_ALRT_MSG_TMPLT' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2500-STORE-TEMPLATE.
      *----------------------------------*
           MOVE '2500-STORE-TEMPLATE'       TO WS-PARAGRAPH-NAME
           SET GRP-CLOSED                   TO TRUE

           MOVE 0                           TO WS-OPEN-BRACE-CNT
                                               WS-CLOSE-BRACE-CNT
           INSPECT WS-GRP-MSG-TX TALLYING WS-OPEN-BRACE-CNT
                   FOR ALL '{'
           INSPECT WS-GRP-MSG-TX TALLYING WS-CLOSE-BRACE-CNT
                   FOR ALL '}'
           INSPECT WS-GRP-SUB-TX TALLYING WS-OPEN-BRACE-CNT
                   FOR ALL '{'
           INSPECT WS-GRP-SUB-TX TALLYING WS-CLOSE-BRACE-CNT
                   FOR ALL '}'

           EVALUATE TRUE
              WHEN GRP-BAD
                 CONTINUE
              WHEN WS-GRP-MSG-LEN = 0
                 MOVE 'NO MESSAGE TEXT'     TO WS-GRP-REASON
              WHEN WS-OPEN-BRACE-CNT NOT = WS-CLOSE-BRACE-CNT
                 MOVE 'UNPAIRED { }'        TO WS-GRP-REASON
              WHEN WS-GRP-LANG-CD = 'EN'
               AND WS-GRP-SUB-TX = SPACES
                 MOVE 'NO SUBJECT'          TO WS-GRP-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-GRP-REASON = SPACES
            AND WS-GRP-LANG-CD NOT = 'EN'
              PERFORM 2510-CHECK-MASTER
           END-IF

           IF WS-GRP-REASON NOT = SPACES
              ADD 1                         TO WS-REJECT-CNT
              DISPLAY 'TEMPLATE REJECTED        :' WS-GRP-TYPE-CD
                      ' ' WS-GRP-LANG-CD ' - ' WS-GRP-REASON
              GO TO 2500-EXIT
           END-IF

           MOVE WS-GRP-TYPE-CD              TO D66A-ALRT-TYPE-CD
           MOVE WS-GRP-LANG-CD              TO D66A-LANG-CD
           MOVE WS-GRP-SUB-TX               TO D66A-ALRT-SUB-TX
           MOVE WS-GRP-MSG-LEN              TO D66A-ALRT-MSG-TX-LEN
           MOVE WS-GRP-MSG-TX               TO D66A-ALRT-MSG-TX-TEXT

           EXEC SQL
              UPDATE VDPM66_ALRT_MSG_TMPLT
                 SET ALRT_SUB_TX      = :D66A-ALRT-SUB-TX
                    ,ALRT_MSG_TX      = :D66A-ALRT-MSG-TX
                    ,TMPLT_STAT_CD    = 'A'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ALRT_TYPE_CD     = :D66A-ALRT-TYPE-CD
                 AND LANG_CD          = :D66A-LANG-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-REPLACED-CNT
                 DISPLAY 'TEMPLATE REPLACED        :' WS-GRP-TYPE-CD
                         ' ' WS-GRP-LANG-CD
              WHEN +100
                 EXEC SQL
                    INSERT INTO VDPM66_ALRT_MSG_TMPLT
                           (ALRT_TYPE_CD
                           ,LANG_CD
                           ,ALRT_SUB_TX
                           ,ALRT_MSG_TX
                           ,TMPLT_STAT_CD
                           ,ROW_UPDT_TS
                           ,ROW_UPDT_USER_ID)
                    VALUES (:D66A-ALRT-TYPE-CD
                           ,:D66A-LANG-CD
                           ,:D66A-ALRT-SUB-TX
                           ,:D66A-ALRT-MSG-TX
                           ,'A'
                           ,CURRENT TIMESTAMP
                           ,:WS-USER-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'VDPM66_ALRT_MSG_TMPLT' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-ADDED-CNT
                 DISPLAY 'TEMPLATE ADDED           :' WS-GRP-TYPE-CD
                         ' ' WS-GRP-LANG-CD
              WHEN OTHER
                 MOVE 'VDPM66_ALRT_MSG_TMPLT' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.
      *----------------------------------*
       2510-CHECK-MASTER.
      *----------------------------------*
      * A TRANSLATION IS ONLY EVER SERVED BESIDE AN ACTIVE 'EN' MASTER.

           MOVE '2510-CHECK-MASTER'         TO WS-PARAGRAPH-NAME
           MOVE WS-GRP-TYPE-CD              TO D66A-ALRT-TYPE-CD

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-MSTR-CNT
                FROM  VDPM66_ALRT_MSG_TMPLT
               WHERE  ALRT_TYPE_CD  = :D66A-ALRT-TYPE-CD
                 AND  LANG_CD       = 'EN'
                 AND  TMPLT_STAT_CD = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM66_ALRT_MSG_TMPLT'  TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-MSTR-CNT = 0
              MOVE 'NO ACTIVE EN MASTER'    TO WS-GRP-REASON
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE NAME     = ' WS-TABLE-NAME
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
           DISPLAY 'CARDS READ               :' WS-CARD-CNT
           DISPLAY 'TEMPLATES ADDED          :' WS-ADDED-CNT
           DISPLAY 'TEMPLATES REPLACED       :' WS-REPLACED-CNT
           DISPLAY 'TEMPLATES RETIRED        :' WS-RETIRED-CNT
           DISPLAY 'CARDS/TEMPLATES REJECTED :' WS-REJECT-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXAMTL ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
