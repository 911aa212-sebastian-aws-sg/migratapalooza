      * PROGRAM:   DPMXEBLK                                            *
      *                                                                *
      * BULK ENROLLMENT DECISIONING DRIVER.  LARGE DEALER GROUPS       *
      * RETURN THEIR ENROLLMENT ACCEPT/DECLINE DECISIONS AS A FILE (DD *
      * DELRRESP) INSTEAD OF KEYING THEM THROUGH THE FRONT END ONE AT  *
      * A TIME.  THIS JOB READS EACH RESPONSE RECORD (DEALER COMPANY,  *
      * CLIENT COMPANY, TEMPLATE, DECISION CODE, DECIDING USER, REASON *
      * CODE AND REASON TEXT - A DECLINE MUST GIVE A REASON CODE FROM  *
      * VDPM91_ENRL_RSN), SCREENS THE DECISION CODE, AND CALLS         *
      * DPMXENRL ONCE PER RECORD SO EVERY DECISION GOES THROUGH        *
      * EXACTLY THE SAME 2100/2200/2300/2400 VALIDATION AND            *
      * 3000-PROCESS-ENRL-REQ UPDATE PATH THE ONLINE FRONT END USES,   *
      * INCLUDING THE AUDIT HISTORY AND OUTBOUND EVENT STAGING.  ONE   *
      * DISPOSITION RECORD PER INPUT RECORD IS WRITTEN TO DD ENRLDISP  *
      * CARRYING THE SP RETURN CODE AND ERROR TEXT, SO THE FILE CAN GO *
      * STRAIGHT BACK TO THE DEALER GROUP.  EACH APPLIED DECISION IS   *
      * COMMITTED INDIVIDUALLY; A REJECTED DECISION IS ROLLED BACK SO  *
      * A PARTIAL UPDATE CAN NEVER LINGER.                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             PASSES THE NEW DPMXENRL INVITATION *
      *                             CODE PARAMETER (BLANK - BULK       *
      *                             DECISIONS NEVER USE ONE).          *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             DELRRESP RECORDS NOW CARRY A       *
      *                             REASON CODE AND REASON TEXT,       *
      *                             PASSED TO DPMXENRL, WHICH REQUIRES *
      *                             A VDPM91_ENRL_RSN REASON ON EVERY  *
      *                             DECLINE.                           *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           05 BR-MCA-TMPLT-ID               PIC 9(9).
           05 BR-DECISION-CD                PIC X(1).
           05 BR-USER-ID                    PIC X(10).
           05 BR-RSN-CD                     PIC X(4).
           05 BR-RSN-TX                     PIC X(80).
      *
       FD  ENRLDISP
           RECORDING MODE IS F.
       01  WS-ENRL-DELR-STAT-CD             PIC X(1).
       01  WS-ENRL-USER-ID                  PIC X(10).
       01  WS-ENRL-TS                       PIC X(26).
       01  WS-ENRL-INVTN-CD                 PIC X(14).
       01  WS-ENRL-RSN-CD                   PIC X(04).
       01  WS-ENRL-RSN-TX                   PIC X(80).
      *
           EXEC SQL
              INCLUDE SQLCA
           MOVE SPACES                      TO WS-ENRL-OUTSQLCA
                                               WS-ENRL-SP-ERROR-AREA
                                               WS-ENRL-TS
                                               WS-ENRL-INVTN-CD
           MOVE 'SP00'                      TO WS-ENRL-SP-RC
           MOVE BR-MCA-TMPLT-ID             TO WS-ENRL-MCA-TMPLT-ID
           MOVE BR-CLNT-CMPNY-ID            TO WS-ENRL-CLNT-CMPNY-ID
           MOVE BR-DELR-CMPNY-ID            TO WS-ENRL-DELR-CMPNY-ID
           MOVE BR-DECISION-CD              TO WS-ENRL-DELR-STAT-CD
           MOVE BR-USER-ID                  TO WS-ENRL-USER-ID
           MOVE BR-RSN-CD                   TO WS-ENRL-RSN-CD
           MOVE BR-RSN-TX                   TO WS-ENRL-RSN-TX

           CALL 'DPMXENRL' USING WS-ENRL-OUTSQLCA,
                                 WS-ENRL-SP-ERROR-AREA,
                                 WS-ENRL-DELR-CMPNY-ID,
                                 WS-ENRL-DELR-STAT-CD,
                                 WS-ENRL-USER-ID,
                                 WS-ENRL-TS,
                                 WS-ENRL-INVTN-CD,
                                 WS-ENRL-RSN-CD,
                                 WS-ENRL-RSN-TX

           MOVE WS-ENRL-SP-RC               TO DP-SP-RC
           MOVE WS-ENRL-SP-ERROR-AREA       TO DP-SP-ERROR-AREA
