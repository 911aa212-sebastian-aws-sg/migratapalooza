      * ENROLLMENT EVENT PUBLISHER.  DPMXENRL STAGES ONE ROW ON        *
      * VDPM23_ENRL_EVNT, IN THE SAME UNIT OF WORK AS EACH ENROLLMENT  *
      * INSERT/STATUS CHANGE, CARRYING THE DEALER/CLIENT COMPANY IDS,  *
      * THE BEFORE/AFTER DELR_STAT_CD, THE APPROVER, THE EVENT         *
      * TIMESTAMP AND, FOR A DENY, TERMINATION OR WITHDRAWAL, THE      *
      * REASON CODE AND TEXT (APPENDED AFTER THE EXTRACT TIMESTAMP SO  *
      * EARLIER FIELD POSITIONS ARE UNCHANGED).  THIS JOB SWEEPS THE   *
      * UNSENT ('U') EVENTS IN EVENT ID ORDER, WRITES ONE FIXED-FORMAT *
      * INTERFACE RECORD PER EVENT TO THE OUTBOUND CREDIT DECISIONING  *
      * FEED (DD CRDTFEED), AND MARKS EACH EVENT SENT ('S') AFTER ITS  *
      * RECORD IS WRITTEN.  THE STATUS FLIPS ARE COMMITTED IN ONE UNIT *
      * OF WORK ONLY AFTER THE FEED FILE IS SUCCESSFULLY CLOSED, SO AN *
      * ABEND MID-RUN (WITH FEED RECORDS POSSIBLY STILL IN UNFLUSHED   *
      * BUFFERS) ROLLS EVERY FLIP BACK AND THE WHOLE SWEEP REQUEUES    *
      * FOR THE NEXT RUN - AN EVENT IS NEVER MARKED PUBLISHED UNLESS   *
      * ITS RECORD IS SAFELY ON THE FEED.                              *
      *                                                                *
      ******************************************************************
      *                                                                *
      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             THE FEED RECORD NOW ENDS WITH THE  *
      *                             EVENT'S REASON CODE AND REASON     *
      *                             TEXT (DENY, TERMINATION OR         *
      *                             WITHDRAWAL).                       *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           05 CF-APRVR-USER-ID              PIC X(10).
           05 CF-ENRL-EVNT-TS               PIC X(26).
           05 CF-EXTRACT-TS                 PIC X(26).
           05 CF-RSN-CD                     PIC X(4).
           05 CF-RSN-TX                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
                       ,NEW_DELR_STAT_CD
                       ,APRVR_USER_ID
                       ,ENRL_EVNT_TS
                       ,RSN_CD
                       ,RSN_TX
                 FROM   VDPM23_ENRL_EVNT
                 WHERE  EVNT_SENT_CD = 'U'
                 ORDER BY ENRL_EVNT_ID
                    ,:D23A-NEW-DELR-STAT-CD
                    ,:D23A-APRVR-USER-ID
                    ,:D23A-ENRL-EVNT-TS
                    ,:D23A-RSN-CD
                    ,:D23A-RSN-TX
           END-EXEC

           EVALUATE SQLCODE
           MOVE D23A-APRVR-USER-ID          TO CF-APRVR-USER-ID
           MOVE D23A-ENRL-EVNT-TS           TO CF-ENRL-EVNT-TS
           MOVE WS-TS                       TO CF-EXTRACT-TS
           MOVE D23A-RSN-CD                 TO CF-RSN-CD
           MOVE D23A-RSN-TX                 TO CF-RSN-TX

           WRITE CRDTFEED-REC
           .
