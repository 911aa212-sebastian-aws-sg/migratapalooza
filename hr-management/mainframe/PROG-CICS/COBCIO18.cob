      *               RETURNS).  KEYING A 6-DIGIT EMPNO INTO THE
      *               PASSWORD FIELD DRILLS INTO THE FULL DETAIL
      *               THROUGH COBEMPDP ITSELF.
      *
      *               THE SUBSIDIARY SERVICE APITP018 IS REACHED
      *               THROUGH COBSUBAP (SOURCE "S", CICS USER ID),
      *               WHICH KEEPS THE SUBAUDIT TRAIL AND NEVER HANDS
      *               A PASSWORD BACK; THE PASSWORD FIELD IS CLEARED
      *               BEFORE THE MAP GOES OUT.
      *-----------------------------------------------------------------
      *                                                                 
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *                       DOWN VIA COBEMPDP).  DECLARED THE
      *                       APITP018 CALL FIELDS THE ORIGINAL LEFT
      *                       UNDEFINED.
      *    OCT 2026     CS    COBEMPDP NAME PARAMETER IS NOW 32 BYTES.
      *    OCT 2026     CS    APITP018 VIA COBSUBAP (AUDIT TRAIL, NO
      *                       PASSWORD ECHO).  RESP-CODE TEST WAS
      *                       INVERTED - ZERO IS FOUND.
      *-----------------------------------------------------------------                                       
                                                                        
       EJECT                                                            
       01  RESP-CODE                       PIC S9(4) COMP.
       01  DATA-IN                         PIC X(30).
       01  DATA-OUT                        PIC X(30).
       01  WS-SRC-CD                       PIC X(1) VALUE "S".
       01  WS-CICS-USER                    PIC X(8) VALUE SPACES.

       01  WS-BRW-FILTER                   PIC X(15) VALUE SPACES.
       01  WS-BRW-DEPT                     PIC X(4)  VALUE SPACES.

       01  WS-DTL-EMPNO                    PIC X(6).
       01  WS-DTL-DEPT                     PIC X(4).
       01  WS-DTL-NAME                     PIC X(32).
       01  WS-DTL-JOB                      PIC X(8).
       01  WS-DTL-BDATE                    PIC X(8).
       01  WS-DTL-HDATE                    PIC X(8).

           MOVE SUBSIDMIDI  TO  WS-SUBID
      
           EXEC CICS
               ASSIGN USERID(WS-CICS-USER)
           END-EXEC.

           MOVE 1 TO CMD-CODE.
           MOVE SUBSID-MASTER-RECORD TO DATA-IN.
           CALL "COBSUBAP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
                                 WS-SRC-CD WS-CICS-USER.
           MOVE SPACES TO SUBSIDMPASSO.
           IF RESP-CODE = 0
               MOVE DATA-OUT TO SUBSID-MASTER-RECORD
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
