      *                    WRITTEN TO A RESULT FILE (DD SUBRSLT) SO THE
      *                    WHOLE RUN CAN BE RECONCILED AFTERWARD.
      *
      *                    THE SERVICE IS REACHED THROUGH COBSUBAP,
      *                    WHICH HASHES THE PASSWORD AND WRITES THE
      *                    SUBAUDIT ROW (SOURCE "B", USER FROM SYSIN).
      *                    NO PASSWORD IS EVER WRITTEN TO SUBRSLT.
      *
      *                    SYSIN CARD: 1) LOADING USER ID (8) -
      *                                   BLANK DEFAULTS TO COBSUBLD
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
      *    -----------  ----  ------------------------------------------
      *    AUG 2026     CS    INITIAL VERSION.  BULK EQUIVALENT OF THE
      *                       ONE-AT-A-TIME SCREEN UPDATE IN COBCIO18.
      *    OCT 2026     CS    CALLS APITP018 THROUGH COBSUBAP FOR THE
      *                       SUBAUDIT TRAIL AND HASHED PASSWORDS.
      *                       LOADING USER FROM SYSIN; COMMIT AT END.
      *-----------------------------------------------------------------

       EJECT
       01  RESP-CODE                       PIC S9(4) COMP.
       01  DATA-IN                         PIC X(30).
       01  DATA-OUT                        PIC X(30).
       01  WS-SRC-CD                       PIC X(1) VALUE "B".
       01  WS-LOAD-USER                    PIC X(8) VALUE SPACES.

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  NO-MORE-SUBSIDS                 VALUE "Y".

       01  WS-DASHES                       PIC X(40) VALUE ALL "=".

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
       1000-INITIALIZE.
            DISPLAY WS-DASHES.
            DISPLAY "COBSUBLD SUBSIDIARY LOAD STARTING".
            ACCEPT WS-LOAD-USER FROM SYSIN.
            IF WS-LOAD-USER = SPACES
                MOVE "COBSUBLD"           TO WS-LOAD-USER
            END-IF.
            DISPLAY "LOADING USER        : " WS-LOAD-USER.
            DISPLAY WS-DASHES.
            OPEN INPUT  SUBLOAD.
            OPEN OUTPUT SUBRSLT.

      *-----------------------------------------------------------------
      * 2000-PROCESS-SUBLOAD-FILE - READ EACH RECORD AND CALL COBSUBAP
      *-----------------------------------------------------------------
       2000-PROCESS-SUBLOAD-FILE.
            PERFORM 2100-READ-NEXT-SUBLOAD.

            MOVE 2                       TO CMD-CODE.
            MOVE SUBSID-MASTER-RECORD    TO DATA-IN.
            CALL "COBSUBAP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
                                  WS-SRC-CD WS-LOAD-USER.

            IF RESP-CODE = 0
                MOVE DATA-OUT             TO SUBSID-MASTER-RECORD
      * 9990-END-JOB
      *-----------------------------------------------------------------
       9990-END-JOB.
            EXEC SQL
                COMMIT
            END-EXEC.
            CLOSE SUBLOAD.
            CLOSE SUBRSLT.
            DISPLAY "COBSUBLD SUBSIDIARY LOAD COMPLETE".
