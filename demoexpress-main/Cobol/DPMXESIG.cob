      * TO ONE SIGNER AT A TIME.  MODE 'O' SEEDS THE LIST AND SENDS   *
      * TO SIGNER 1 ONLY.                                              *
      *                                                                *
      * BEFORE AN ENVELOPE GOES OUT, THE DEALER AND CLIENT SIGNERS     *
      * ARE CHECKED AGAINST THE AUTHORIZED SIGNATORY REGISTER          *
      * (VDPM70_SGNTRY_RGSTR, MAINTAINED BY DPMXSREG): AN ACTIVE       *
      * ENTRY FOR THE SIGNER'S COMPANY AND NAME, FOR THE TEMPLATE'S    *
      * PRODUCT OR '*ALL', VALID TODAY.  AN ENVELOPE WITH A SIGNER     *
      * NOT ON THE REGISTER, OR WHOSE AUTHORITY HAS EXPIRED, IS NOT    *
      * SENT: IT IS KEPT ON VDPM30 AS HELD ('H'), THE FAILING SIGNERS  *
      * ARE HELD ON VDPM54, AND AN ESIGHOLD ALERT GOES TO EVERY USER   *
      * HOLDING THE DPMXAUTH 'G' (SIGNATORY / LEGAL) AUTHORITY.  EACH  *
      * MODE 'O' RUN FIRST RE-CHECKS THE HELD ENVELOPES AND RELEASES   *
      * (SENDS TO SIGNER 1) ANY WHOSE SIGNERS NOW PASS.  THE INTERNAL  *
      * COUNTERSIGNATURE IS OUR OWN AND IS NOT ON THE REGISTER.        *
      *                                                                *
      * MODE 'I' (INBOUND): PROCESSES THE VENDOR RESPONSE FILE DD     *
      * ESIGRESP (ENVELOPE ID + SIGNER SEQ + DISPOSITION).  A 'G'     *
      * (SIGNED) RESPONSE FOR A NON-FINAL SIGNER ADVANCES THE         *
      * VDPM12_MCA_DOC        - DOCUMENT TABLE                         *
      * VDPM30_ESIG_ENVLP     - E-SIGNATURE ENVELOPE TRACKING          *
      * VDPM54_ESIG_SGNR      - ORDERED PER-SIGNER TRACKING            *
      * VDPM70_SGNTRY_RGSTR   - AUTHORIZED SIGNATORY REGISTER          *
      * VDPM03_USER_ROLE      - USER ROLE ASSIGNMENT TABLE             *
      * VDPM25_ROLE_ACTN      - ROLE/ACTION PERMISSION MATRIX          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXAALR - RAISES THE DECLINE/EXPIRY AND HELD-ENVELOPE ALERTS  *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      *                             HOMEPAGE COUNT (DPMXSMRU) ON A     *
      *                             CONFIRMED SIGNATURE.               *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             3500-ALERT-NOT-SIGNED RAISES TYPED *
      *                             ALERTS (ESIGDECL, ESIGEXPR); THE   *
      *                             WORDING LIVES IN THE               *
      *                             VDPM66_ALRT_MSG_TMPLT CATALOG.     *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             2260-CHECK-SIGNATORIES CHECKS THE  *
      *                             DEALER AND CLIENT SIGNERS AGAINST  *
      *                             THE VDPM70 SIGNATORY REGISTER;     *
      *                             FAILING ENVELOPES ARE HELD ('H')   *
      *                             AND ROUTED TO LEGAL (ESIGHOLD).    *
      *                             2500 RELEASES HELD ENVELOPES ONCE  *
      *                             THEIR SIGNERS PASS.                *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-CLNT-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-TMPLT-SHORT-NM                PIC X(150) VALUE SPACES.
       01  WS-APRVR-USER-ID                 PIC X(10) VALUE SPACES.
       01  WS-PRDCT-ID                      PIC X(8)  VALUE SPACES.
      *
       01  WS-RQST-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-SIGN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-DECL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-UNMATCH-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-HELD-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-RLSE-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-STILL-HELD-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-LEGAL-ALRT-CNT                PIC S9(9) COMP VALUE 0.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
       01  WS-HELD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-HELD                  VALUE 'Y'.
       01  WS-LEGAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88 NO-MORE-LEGAL                 VALUE 'Y'.
      *
       01  WS-NEXT-SGNR-SQ                  PIC S9(4) COMP VALUE 0.
       01  WS-SGNR-SQ                       PIC S9(4) COMP VALUE 0.
       01  WS-SGNR-NM                       PIC X(100) VALUE SPACES.
       01  WS-DELR-NM                       PIC X(100) VALUE SPACES.
       01  WS-CLNT-CNTCT-NM                 PIC X(100) VALUE SPACES.
      *
      * SIGNATORY REGISTER CHECK
       01  WS-CHK-CMPNY-ID                  PIC X(8)  VALUE SPACES.
       01  WS-CHK-SGNR-NM                   PIC X(100) VALUE SPACES.
       01  WS-CHK-RESULT                    PIC X(1)  VALUE SPACES.
           88 SGNR-AUTHORIZED               VALUE 'Y'.
           88 SGNR-NOT-ON-RGSTR             VALUE 'N'.
           88 SGNR-AUTH-EXPIRED             VALUE 'E'.
       01  WS-CHK-TX                        PIC X(20) VALUE SPACES.
       01  WS-DELR-CHK-CD                   PIC X(1)  VALUE SPACES.
       01  WS-CLNT-CHK-CD                   PIC X(1)  VALUE SPACES.
       01  WS-VALID-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-RGSTR-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-HOLD-SGNR-CNT                 PIC S9(4) COMP VALUE 0.
       01  WS-LEGAL-USER-ID                 PIC X(10) VALUE SPACES.
      *
       01  WS-SMRU-PROGRAM                  PIC X(08) VALUE 'DPMXSMRU'.
       01  WS-SMRU-PASS-AREA.
              49 WS-ALERT-MSG-LEN            PIC S9(4) USAGE COMP.
              49 WS-ALERT-MSG-DT             PIC X(32000).
           05 WS-ALERT-USER-ID               PIC X(10).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08) VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08) VALUE SPACES.
           05 WS-AV-VAR-CNT                 PIC 9(02) VALUE 0.
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
      *
           EXEC SQL
              INCLUDE SQLCA
                       ,DPM14.CLNT_CMPNY_ID
                       ,DPM14.MCA_TMPLT_SHORT_NM
                       ,DPM12.MCA_VALUE_ID
                       ,DPM14.ATTRB_PRDCT_ID
                 FROM   VDPM14_MCA_TMPLT DPM14
                       ,VDPM12_MCA_DOC   DPM12
                 WHERE  DPM14.MCA_STAT_IN = 'P'
                        (SELECT 1
                           FROM VDPM30_ESIG_ENVLP ENV
                          WHERE ENV.MCA_TMPLT_ID = DPM14.MCA_TMPLT_ID
                            AND ENV.ENVLP_STAT_CD IN ('S', 'H'))
                 ORDER BY DPM14.MCA_TMPLT_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE HELD_ENVLP_CSR CURSOR FOR
                 SELECT ENV.ENVLP_ID
                       ,ENV.MCA_TMPLT_ID
                       ,ENV.MCA_VALUE_ID
                       ,DPM14.DELR_CMPNY_ID
                       ,DPM14.CLNT_CMPNY_ID
                       ,DPM14.MCA_TMPLT_SHORT_NM
                       ,DPM14.ATTRB_PRDCT_ID
                 FROM   VDPM30_ESIG_ENVLP ENV
                       ,VDPM14_MCA_TMPLT  DPM14
                 WHERE  ENV.ENVLP_STAT_CD  = 'H'
                   AND  DPM14.MCA_TMPLT_ID = ENV.MCA_TMPLT_ID
                 ORDER BY ENV.ENVLP_ID
           END-EXEC
      *
      * LEGAL REVIEWERS: EVERY USER WHOSE ROLE PERMITS THE 'G'
      * (SIGNATORY / LEGAL) ACTION ON THE DPMXAUTH ROLE MATRIX.
           EXEC SQL
              DECLARE LEGAL_USER_CSR CURSOR FOR
                 SELECT DISTINCT USRL.CMPNY_USER_ID
                 FROM   VDPM03_USER_ROLE     USRL
                       ,VDPM25_ROLE_ACTN     RACT
                 WHERE  RACT.ROLE_CD  = USRL.ROLE_CD
                   AND  RACT.ACTN_CD  = 'G'
                   AND  RACT.ALLOW_IN = 'Y'
                 ORDER BY USRL.CMPNY_USER_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*

           OPEN OUTPUT ESIGRQST

      *    HELD ENVELOPES ARE RE-CHECKED FIRST SO A RELEASED ONE IS
      *    NOT ALSO PICKED UP AGAIN AS A NEW REQUEST.
           PERFORM 2500-RELEASE-HELD-ENVLPS

           EXEC SQL
              OPEN ESIG_RQST_CSR
           END-EXEC
                    ,:WS-CLNT-CMPNY-ID
                    ,:WS-TMPLT-SHORT-NM
                    ,:WS-VALUE-ID
                    ,:WS-PRDCT-ID
           END-EXEC

           EVALUATE SQLCODE
                  DELIMITED BY SIZE INTO D30A-ENVLP-ID
           END-STRING

           PERFORM 2250-LOOKUP-SIGNER-NAMES
           PERFORM 2260-CHECK-SIGNATORIES

      *    AN ENVELOPE WITH AN UNAUTHORIZED OR EXPIRED SIGNER IS
      *    TRACKED AS HELD AND NOTHING GOES TO THE VENDOR.
           IF WS-HOLD-SGNR-CNT > 0
              SET D30A-ENVLP-HELD           TO TRUE
           ELSE
              SET D30A-ENVLP-SENT           TO TRUE
              PERFORM 2280-WRITE-FIRST-RQST
           END-IF

           MOVE WS-TMPLT-ID                 TO D30A-MCA-TMPLT-ID
           MOVE WS-VALUE-ID                 TO D30A-MCA-VALUE-ID
              VALUES (:D30A-ENVLP-ID
                     ,:D30A-MCA-TMPLT-ID
                     ,:D30A-MCA-VALUE-ID
                     ,:D30A-ENVLP-STAT-CD
                     ,CURRENT TIMESTAMP
                     ,'1900-01-01-01.01.01.000001'
                     ,CURRENT TIMESTAMP

           PERFORM 2300-SEED-SIGNER-LIST

           IF D30A-ENVLP-HELD
              PERFORM 2400-ROUTE-TO-LEGAL
              ADD 1                         TO WS-HELD-CNT
              DISPLAY 'HELD ENVELOPE ' D30A-ENVLP-ID(1:30)
                      ' - SIGNER NOT AUTHORIZED'
           ELSE
              ADD 1                         TO WS-RQST-CNT
           END-IF
           .
      *----------------------------------*
       2250-LOOKUP-SIGNER-NAMES.
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       2260-CHECK-SIGNATORIES.
      *----------------------------------*
      * THE DEALER AND CLIENT SIGNERS MUST EACH HOLD AN ACTIVE,
      * CURRENTLY VALID REGISTER ENTRY FOR THEIR COMPANY AND THE
      * TEMPLATE'S PRODUCT.  THE INTERNAL COUNTERSIGNATURE IS OUR
      * OWN AND IS NOT CHECKED HERE.

           MOVE '2260-CHECK-SIGNATORIES'    TO WS-PARAGRAPH-NAME
           MOVE 0                           TO WS-HOLD-SGNR-CNT

           MOVE WS-DELR-CMPNY-ID            TO WS-CHK-CMPNY-ID
           MOVE WS-DELR-NM                  TO WS-CHK-SGNR-NM
           PERFORM 2270-CHECK-ONE-SIGNER
           MOVE WS-CHK-RESULT               TO WS-DELR-CHK-CD

           MOVE WS-CLNT-CMPNY-ID            TO WS-CHK-CMPNY-ID
           MOVE WS-CLNT-CNTCT-NM            TO WS-CHK-SGNR-NM
           PERFORM 2270-CHECK-ONE-SIGNER
           MOVE WS-CHK-RESULT               TO WS-CLNT-CHK-CD
           .
      *----------------------------------*
       2270-CHECK-ONE-SIGNER.
      *----------------------------------*
      * 'Y' - AUTHORIZED.  'E' - ON THE REGISTER FOR THE PRODUCT BUT
      * NOT VALID TODAY (EXPIRED OR NOT YET IN FORCE).  'N' - NOT ON
      * THE REGISTER FOR THE PRODUCT AT ALL.

           MOVE '2270-CHECK-ONE-SIGNER'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN CURRENT DATE
                                        BETWEEN VALID_FROM_DT
                                            AND VALID_TO_DT
                                       THEN 1 ELSE 0 END), 0)
                    ,COUNT(*)
                INTO :WS-VALID-CNT
                    ,:WS-RGSTR-CNT
                FROM  VDPM70_SGNTRY_RGSTR
               WHERE  CMPNY_ID        = :WS-CHK-CMPNY-ID
                 AND  SGNTRY_NM       = :WS-CHK-SGNR-NM
                 AND  ATTRB_PRDCT_ID IN (:WS-PRDCT-ID, '*ALL')
                 AND  RGSTR_STAT_CD   = 'A'
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM70_SGNTRY_RGSTR'    TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EVALUATE TRUE
              WHEN WS-VALID-CNT > 0
                 SET SGNR-AUTHORIZED        TO TRUE
              WHEN WS-RGSTR-CNT > 0
                 SET SGNR-AUTH-EXPIRED      TO TRUE
                 ADD 1                      TO WS-HOLD-SGNR-CNT
              WHEN OTHER
                 SET SGNR-NOT-ON-RGSTR      TO TRUE
                 ADD 1                      TO WS-HOLD-SGNR-CNT
           END-EVALUATE
           .
      *----------------------------------*
       2280-WRITE-FIRST-RQST.
      *----------------------------------*
           MOVE '2280-WRITE-FIRST-RQST'     TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO ESIGRQST-REC
           MOVE D30A-ENVLP-ID               TO RQ-ENVLP-ID
           MOVE WS-TMPLT-ID-X               TO RQ-MCA-TMPLT-ID
           MOVE WS-VALUE-ID-X               TO RQ-MCA-VALUE-ID
           MOVE WS-DELR-CMPNY-ID            TO RQ-DELR-CMPNY-ID
           MOVE WS-CLNT-CMPNY-ID            TO RQ-CLNT-CMPNY-ID
           MOVE WS-TMPLT-SHORT-NM(1:60)     TO RQ-TMPLT-SHORT-NM
           MOVE 1                           TO RQ-SGNR-SQ
           MOVE WS-DELR-NM                  TO RQ-SGNR-NM
           WRITE ESIGRQST-REC
           .
      *----------------------------------*
       2300-SEED-SIGNER-LIST.
      *----------------------------------*
      * THE ORDERED SIGNER LIST: DEALER SIGNATORY, CLIENT
      * SIGNATORY, INTERNAL COUNTERSIGNATURE.  ONLY SIGNER 1 IS
      * SENT ('S'); THE OTHERS WAIT ('W') UNTIL THE PRIOR SIGNER
      * SIGNS.  ON A HELD ENVELOPE NOTHING IS SENT: A SIGNER WHO
      * FAILED THE REGISTER CHECK IS HELD ('H'), THE REST WAIT.

           MOVE '2300-SEED-SIGNER-LIST'     TO WS-PARAGRAPH-NAME

           MOVE 1                           TO WS-SGNR-SQ
           MOVE 'D'                         TO D54A-SGNR-TYPE-CD
           MOVE WS-DELR-NM                  TO WS-SGNR-NM
           IF D30A-ENVLP-HELD
              MOVE WS-DELR-CHK-CD           TO WS-CHK-RESULT
              PERFORM 2320-SET-HELD-SGNR-STAT
           ELSE
              MOVE 'S'                      TO D54A-SGNR-STAT-CD
           END-IF
           PERFORM 2310-INSERT-ONE-SIGNER

           MOVE 2                           TO WS-SGNR-SQ
           MOVE 'C'                         TO D54A-SGNR-TYPE-CD
           MOVE WS-CLNT-CNTCT-NM            TO WS-SGNR-NM
           IF D30A-ENVLP-HELD
              MOVE WS-CLNT-CHK-CD           TO WS-CHK-RESULT
              PERFORM 2320-SET-HELD-SGNR-STAT
           ELSE
              MOVE 'W'                      TO D54A-SGNR-STAT-CD
           END-IF
           PERFORM 2310-INSERT-ONE-SIGNER

           MOVE 3                           TO WS-SGNR-SQ
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       2320-SET-HELD-SGNR-STAT.
      *----------------------------------*
           IF SGNR-AUTHORIZED
              MOVE 'W'                      TO D54A-SGNR-STAT-CD
           ELSE
              MOVE 'H'                      TO D54A-SGNR-STAT-CD
           END-IF
           .
      *----------------------------------*
       2400-ROUTE-TO-LEGAL.
      *----------------------------------*
      * A HELD ENVELOPE IS ROUTED TO LEGAL: ONE ESIGHOLD ALERT PER
      * LEGAL REVIEWER, NAMING BOTH COUNTERPARTY SIGNERS AND THE
      * RESULT OF EACH REGISTER CHECK.

           MOVE '2400-ROUTE-TO-LEGAL'       TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-ALRT-VARS
           MOVE '*ALRTVAR'                  TO WS-AV-TAG
           MOVE 'ESIGHOLD'                  TO WS-AV-TYPE-CD
           MOVE 7                           TO WS-AV-VAR-CNT
           MOVE 'TMPLT_ID'                  TO WS-AV-VAR-NM(1)
           MOVE WS-TMPLT-ID-X               TO WS-AV-VAR-VALUE(1)
           MOVE 'ENVLP_ID'                  TO WS-AV-VAR-NM(2)
           MOVE D30A-ENVLP-ID               TO WS-AV-VAR-VALUE(2)
           MOVE 'PRDCT_ID'                  TO WS-AV-VAR-NM(3)
           MOVE WS-PRDCT-ID                 TO WS-AV-VAR-VALUE(3)
           MOVE 'DELR_SIGNER'               TO WS-AV-VAR-NM(4)
           MOVE WS-DELR-NM                  TO WS-AV-VAR-VALUE(4)
           MOVE 'DELR_CHECK'                TO WS-AV-VAR-NM(5)
           MOVE WS-DELR-CHK-CD              TO WS-CHK-RESULT
           PERFORM 2430-FORMAT-CHECK-TX
           MOVE WS-CHK-TX                   TO WS-AV-VAR-VALUE(5)
           MOVE 'CLNT_SIGNER'               TO WS-AV-VAR-NM(6)
           MOVE WS-CLNT-CNTCT-NM            TO WS-AV-VAR-VALUE(6)
           MOVE 'CLNT_CHECK'                TO WS-AV-VAR-NM(7)
           MOVE WS-CLNT-CHK-CD              TO WS-CHK-RESULT
           PERFORM 2430-FORMAT-CHECK-TX
           MOVE WS-CHK-TX                   TO WS-AV-VAR-VALUE(7)

           MOVE 'N'                         TO WS-LEGAL-EOF-SW
           EXEC SQL
              OPEN LEGAL_USER_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_USER_ROLE'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2410-FETCH-LEGAL-USER
           IF NO-MORE-LEGAL
              DISPLAY 'NO USER HOLDS THE G AUTHORITY - ENVELOPE '
                      D30A-ENVLP-ID(1:30) ' HELD WITHOUT ALERT'
           END-IF
           PERFORM UNTIL NO-MORE-LEGAL
              PERFORM 2420-SEND-HOLD-ALERT
              PERFORM 2410-FETCH-LEGAL-USER
           END-PERFORM

           EXEC SQL
              CLOSE LEGAL_USER_CSR
           END-EXEC
           .
      *----------------------------------*
       2410-FETCH-LEGAL-USER.
      *----------------------------------*
           MOVE '2410-FETCH-LEGAL-USER'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH LEGAL_USER_CSR
                INTO :WS-LEGAL-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-LEGAL          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM03_USER_ROLE'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2420-SEND-HOLD-ALERT.
      *----------------------------------*
           MOVE '2420-SEND-HOLD-ALERT'      TO WS-PARAGRAPH-NAME

           MOVE SPACES                      TO WS-AALR-PASS-AREA
           MOVE WS-LEGAL-USER-ID            TO WS-ALERT-USER-ID
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-AALR-PROGRAM USING WS-OUTSQLCA,
                                      WS-SP-ERROR-AREA,
                                      WS-SP-RC,
                                      WS-ALERT-ID,
                                      WS-ALERT-SUB,
                                      WS-ALERT-MSG,
                                      WS-ALERT-USER-ID

           ADD 1                            TO WS-LEGAL-ALRT-CNT
           .
      *----------------------------------*
       2430-FORMAT-CHECK-TX.
      *----------------------------------*
           EVALUATE TRUE
              WHEN SGNR-AUTHORIZED
                 MOVE 'AUTHORIZED'          TO WS-CHK-TX
              WHEN SGNR-AUTH-EXPIRED
                 MOVE 'AUTHORITY EXPIRED'   TO WS-CHK-TX
              WHEN OTHER
                 MOVE 'NOT ON REGISTER'     TO WS-CHK-TX
           END-EVALUATE
           .
      *----------------------------------*
       2500-RELEASE-HELD-ENVLPS.
      *----------------------------------*
      * HELD ENVELOPES ARE RE-CHECKED AGAINST THE REGISTER AS IT
      * STANDS TODAY.  ONE WHOSE SIGNERS ALL PASS IS RELEASED: IT
      * GOES TO 'S' AND THE REQUEST IS SENT TO SIGNER 1.  THE REST
      * STAY HELD WITH THEIR SIGNER STATUSES REFRESHED; LEGAL WAS
      * ALERTED WHEN THE ENVELOPE WAS FIRST HELD.

           MOVE '2500-RELEASE-HELD-ENVLPS'  TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN HELD_ENVLP_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM30_ESIG_ENVLP'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2510-FETCH-HELD-ENVLP
           PERFORM UNTIL NO-MORE-HELD
              PERFORM 2550-RECHECK-HELD-ENVLP
              PERFORM 2510-FETCH-HELD-ENVLP
           END-PERFORM

           EXEC SQL
              CLOSE HELD_ENVLP_CSR
           END-EXEC
           .
      *----------------------------------*
       2510-FETCH-HELD-ENVLP.
      *----------------------------------*
           MOVE '2510-FETCH-HELD-ENVLP'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH HELD_ENVLP_CSR
                INTO :D30A-ENVLP-ID
                    ,:WS-TMPLT-ID
                    ,:WS-VALUE-ID
                    ,:WS-DELR-CMPNY-ID
                    ,:WS-CLNT-CMPNY-ID
                    ,:WS-TMPLT-SHORT-NM
                    ,:WS-PRDCT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-HELD           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM30_ESIG_ENVLP'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2550-RECHECK-HELD-ENVLP.
      *----------------------------------*
           MOVE '2550-RECHECK-HELD-ENVLP'   TO WS-PARAGRAPH-NAME

           MOVE WS-TMPLT-ID                 TO WS-TMPLT-ID-X
           MOVE WS-VALUE-ID                 TO WS-VALUE-ID-X
           MOVE SPACES                      TO WS-DELR-NM
                                               WS-CLNT-CNTCT-NM

           EXEC SQL
              SELECT SGNR_NM
                INTO :WS-DELR-NM
                FROM  VDPM54_ESIG_SGNR
               WHERE  ENVLP_ID     = :D30A-ENVLP-ID
                 AND  SGNR_TYPE_CD = 'D'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM54_ESIG_SGNR'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT SGNR_NM
                INTO :WS-CLNT-CNTCT-NM
                FROM  VDPM54_ESIG_SGNR
               WHERE  ENVLP_ID     = :D30A-ENVLP-ID
                 AND  SGNR_TYPE_CD = 'C'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM54_ESIG_SGNR'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2260-CHECK-SIGNATORIES

           MOVE 'D'                         TO D54A-SGNR-TYPE-CD
           MOVE WS-DELR-CHK-CD              TO WS-CHK-RESULT
           PERFORM 2320-SET-HELD-SGNR-STAT
           PERFORM 2560-UPDT-SGNR-HOLD

           MOVE 'C'                         TO D54A-SGNR-TYPE-CD
           MOVE WS-CLNT-CHK-CD              TO WS-CHK-RESULT
           PERFORM 2320-SET-HELD-SGNR-STAT
           PERFORM 2560-UPDT-SGNR-HOLD

           IF WS-HOLD-SGNR-CNT > 0
              ADD 1                         TO WS-STILL-HELD-CNT
           ELSE
              PERFORM 2570-RELEASE-ONE-ENVLP
           END-IF
           .
      *----------------------------------*
       2560-UPDT-SGNR-HOLD.
      *----------------------------------*
           MOVE '2560-UPDT-SGNR-HOLD'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM54_ESIG_SGNR
                 SET SGNR_STAT_CD     = :D54A-SGNR-STAT-CD
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ENVLP_ID         = :D30A-ENVLP-ID
                 AND SGNR_TYPE_CD     = :D54A-SGNR-TYPE-CD
                 AND SGNR_STAT_CD    IN ('W', 'H')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM54_ESIG_SGNR'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       2570-RELEASE-ONE-ENVLP.
      *----------------------------------*
           MOVE '2570-RELEASE-ONE-ENVLP'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM30_ESIG_ENVLP
                 SET ENVLP_STAT_CD    = 'S'
                    ,RQST_TS          = CURRENT TIMESTAMP
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ENVLP_ID         = :D30A-ENVLP-ID
                 AND ENVLP_STAT_CD    = 'H'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM30_ESIG_ENVLP'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              UPDATE VDPM54_ESIG_SGNR
                 SET SGNR_STAT_CD     = 'S'
                    ,SENT_TS          = CURRENT TIMESTAMP
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ENVLP_ID         = :D30A-ENVLP-ID
                 AND SGNR_SQ          = 1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM54_ESIG_SGNR'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2280-WRITE-FIRST-RQST

           ADD 1                            TO WS-RLSE-CNT
           DISPLAY 'RELEASED HELD ENVELOPE ' D30A-ENVLP-ID(1:30)
           .
      *----------------------------------*
       3000-PROCESS-RESPONSES.
      *----------------------------------*
           MOVE WS-APRVR-USER-ID            TO WS-ALERT-USER-ID
           MOVE WS-TMPLT-ID                 TO WS-TMPLT-ID-X

      * SUBJECT AND WORDING COME FROM THE ESIGDECL / ESIGEXPR
      * CATALOG ENTRIES.
           IF RS-DISPOSITION = 'D'
              MOVE 'ESIGDECL'               TO WS-AV-TYPE-CD
           ELSE
              MOVE 'ESIGEXPR'               TO WS-AV-TYPE-CD
           END-IF
           MOVE 2                           TO WS-AV-VAR-CNT
           MOVE 'TMPLT_ID'                  TO WS-AV-VAR-NM(1)
           MOVE WS-TMPLT-ID-X               TO WS-AV-VAR-VALUE(1)
           MOVE 'ENVLP_ID'                  TO WS-AV-VAR-NM(2)
           MOVE RS-ENVLP-ID                 TO WS-AV-VAR-VALUE(2)
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-AALR-PROGRAM USING WS-OUTSQLCA,
                                      WS-SP-ERROR-AREA,
           DISPLAY WS-DASHES
           IF OUTBOUND-MODE
              DISPLAY 'SIGNATURE REQUESTS SENT  :' WS-RQST-CNT
              DISPLAY 'HELD - SIGNER NOT AUTH.  :' WS-HELD-CNT
              DISPLAY 'HELD ENVELOPES RELEASED  :' WS-RLSE-CNT
              DISPLAY 'HELD ENVELOPES REMAINING :' WS-STILL-HELD-CNT
              DISPLAY 'LEGAL REVIEW ALERTS      :' WS-LEGAL-ALRT-CNT
           ELSE
              DISPLAY 'CONFIRMED SIGNATURES     :' WS-SIGN-CNT
              DISPLAY 'DECLINED/EXPIRED         :' WS-DECL-CNT
           END-EXEC
           DISPLAY 'DPMXESIG ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-UNMATCH-CNT > 0 OR WS-HELD-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
