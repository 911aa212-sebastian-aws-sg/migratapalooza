002900* FIELD, UPDATES THE TABLE WITH THE INPUT PARAMETER FOR THAT USER*
002600*                                                                *
002900* ELSE INSERTS A NEW RECORD IN THE TABLE FOR THAT USER.          *
      *                                                                *
      * EVERY CALL IS RECORDED ON VDPM67_SIGNON_HIST WITH THE UMG ID,  *
      * COMPANY, COMPANY USER ID, CLIENT WORKSTATION AND RESULT        *
      * (S SIGNED ON / N NEW USER CREATED / F REJECTED, WITH REASON).  *
      * A FAILURE TO WRITE THE HISTORY ROW IS DISPLAYED BUT DOES NOT   *
      * STOP THE SIGN-ON.                                              *
003000******************************************************************
003100* TABLES:                                                        *
003200* -------                                                        *
003300* D0005   - COMPANY TABLE FOR MCA
003300* D0003  - COMPANY USER TABLE FOR MCA
      * VDTM54_DEBUG_CNTRL - DEBUG CONTROL TABLE
      * VDPM67_SIGNON_HIST - SIGN-ON HISTORY
003900*----------------------------------------------------------------*
004000* INCLUDES:                                                      *
004100* ---------                                                      *
004900* DPM0101            - COMPANY TABLE FOR MCA                     *
004900* DPM0301            - COMPANY USER TABLE FOR MCA                *
004900* DTM5401            - VDTM54_DEBUG_CNTRL                *
      * DPM6701            - VDPM67_SIGNON_HIST                        *
005000*----------------------------------------------------------------*
005100* COPYBOOK:                                                      *
005200* ---------                                                      *
006300* 09/02/2007        001       COGNIZANT                          *
006400*                             INITIAL IMPLEMENTATION FOR         *
006200*                             MCA XPRESS.                        *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             EVERY SIGN-ON, AND EVERY REJECTED  *
      *                             ONE, IS WRITTEN TO                 *
      *                             VDPM67_SIGNON_HIST (4000-LOG-      *
      *                             SIGNON) FOR DPMXUDRM AND THE       *
      *                             DPMXSGNR ACCESS REPORT.            *
006600******************************************************************
006700 ENVIRONMENT DIVISION.
006800 DATA DIVISION.
012600     EXEC SQL
012700        INCLUDE DPM0301
012800     END-EXEC

           EXEC SQL
              INCLUDE DPM6701
           END-EXEC
012900
      * INCLUDE FOR VDTM54_DEBUG_CNTRL                                  00024910
           EXEC SQL                                                     00024920
031500        MOVE WS-EMPTY-CMPNY-ID                TO LS-SP-ERROR-AREA
031600        MOVE 'SP50'                           TO LS-SP-RC
031700        PERFORM 9100-DISPLAY-DATA
              PERFORM 4100-LOG-REJECTED-SIGNON
031800        PERFORM 9990-GOBACK
031900     END-IF
032000
032300        MOVE WS-EMPTY-USER-ID                 TO LS-SP-ERROR-AREA
032400        MOVE 'SP50'                           TO LS-SP-RC
032500        PERFORM 9100-DISPLAY-DATA
              PERFORM 4100-LOG-REJECTED-SIGNON
032600        PERFORM 9990-GOBACK
032700     END-IF
032800
032300        MOVE WS-EMPTY-USER-NAME               TO LS-SP-ERROR-AREA
032400        MOVE 'SP50'                           TO LS-SP-RC
032500        PERFORM 9100-DISPLAY-DATA
              PERFORM 4100-LOG-REJECTED-SIGNON
032600        PERFORM 9990-GOBACK
           END-IF
032900
032300        MOVE WS-EMPTY-EMAIL-ID                TO LS-SP-ERROR-AREA
032400        MOVE 'SP50'                           TO LS-SP-RC
032500        PERFORM 9100-DISPLAY-DATA
              PERFORM 4100-LOG-REJECTED-SIGNON
032600        PERFORM 9990-GOBACK
033100     END-IF
033200
046000        WHEN +100
046200           MOVE WS-INVLD-CMPNY-ID             TO LS-SP-ERROR-AREA
046300           MOVE 'SP50'                        TO LS-SP-RC
                 PERFORM 4100-LOG-REJECTED-SIGNON
046400           PERFORM 9990-GOBACK
046700        WHEN OTHER
046800           PERFORM 9000-SQL-ERROR
                    PERFORM 3100-UPDATE-USER-TABLE
                 END-IF
                 MOVE D003-CMPNY-USER-ID          TO LS-USER-ID
                 SET D67A-SIGNON-OK               TO TRUE
046000        WHEN +100
046100           PERFORM 3200-INSERT-USER-TABLE
                 MOVE D003-CMPNY-USER-ID          TO LS-USER-ID
                 SET D67A-SIGNON-NEW-USER         TO TRUE
046700        WHEN OTHER
046800           PERFORM 9000-SQL-ERROR
047000     END-EVALUATE

           MOVE D003-CMPNY-USER-ID                TO D67A-CMPNY-USER-ID
           MOVE SPACES                            TO D67A-FAIL-RSN-TX
           PERFORM 4000-LOG-SIGNON
           .
101300*------------------------*
101400 3100-UPDATE-USER-TABLE.
047000     END-EVALUATE
045700
047100     .
      *------------------------*
       4000-LOG-SIGNON.
      *------------------------*
      *    D67A-SIGNON-RSLT-CD, D67A-CMPNY-USER-ID AND D67A-FAIL-RSN-TX
      *    ARE SET BY THE CALLER.  THE HISTORY ROW IS AN AUDIT TRAIL -
      *    IF IT CANNOT BE WRITTEN THE SIGN-ON STILL GOES AHEAD.

           MOVE '4000-LOG-SIGNON'           TO WS-PARAGRAPH-NAME
           MOVE LS-UMG-USER-ID              TO D67A-UMG-USER-ID
           MOVE LS-CMPNY-ID                 TO D67A-CMPNY-ID

           EXEC SQL
              INSERT INTO VDPM67_SIGNON_HIST
                     (SIGNON_TS
                     ,UMG_USER_ID
                     ,CMPNY_ID
                     ,CMPNY_USER_ID
                     ,SIGNON_RSLT_CD
                     ,FAIL_RSN_TX
                     ,WRKSTN_NM)
              VALUES (CURRENT TIMESTAMP
                     ,:D67A-UMG-USER-ID
                     ,:D67A-CMPNY-ID
                     ,:D67A-CMPNY-USER-ID
                     ,:D67A-SIGNON-RSLT-CD
                     ,:D67A-FAIL-RSN-TX
                     ,CAST(CURRENT CLIENT_WRKSTNNAME AS CHAR(64)))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE                  TO WS-SQLCODE
              DISPLAY 'SIGN-ON HISTORY NOT WRITTEN, SQLCODE :'
                      WS-SQLCODE
           END-IF
           .
      *------------------------*
       4100-LOG-REJECTED-SIGNON.
      *------------------------*

           SET D67A-SIGNON-FAILED           TO TRUE
           MOVE SPACES                      TO D67A-CMPNY-USER-ID
           MOVE LS-SP-ERROR-AREA            TO D67A-FAIL-RSN-TX
           PERFORM 4000-LOG-SIGNON
           .
101300*------------------------*
101400 9000-SQL-ERROR.
101500*------------------------*
