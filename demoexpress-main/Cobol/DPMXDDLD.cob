002600*                                                                *
002700* THIS STORED PROCEDURE IS CALLED TO RETREIVE A DOCUMENT FOR     *
002800* A PARTICULAR DOCUMENT ID.                                      *
      * THE DOCUMENT MUST BELONG TO THE CALLER'S COMPANY OR TO A       *
      * COUNTERPARTY OF IT (DPMXENTL); A REFUSAL RETURNS SP55.         *
003000******************************************************************
003100* TABLES:                                                        *
003200* -------                                                        *
      *                             USER-ID PARAMETER CARRIES THE      *
      *                             SIGNED-ON USER.                    *
      *                                                                *
      * 10/15/2026        03.0      COGNIZANT                          *
      *                             2500-CHECK-ENTITLEMENT REFUSES A   *
      *                             DOCUMENT OWNED BY A COMPANY THE    *
      *                             CALLER HAS NO RELATIONSHIP WITH.   *
      *                                                                *
006600******************************************************************
006700 ENVIRONMENT DIVISION.
006800 DATA DIVISION.
       01  WS-DISPLAY-SWITCH              PIC X(01) VALUE 'N'.
           88 DISPLAY-PARAMETERS                    VALUE 'Y'.
           88 HIDE-PARAMETERS                       VALUE 'N'.
       01  WS-NOT-ENTITLED                  PIC X(50) VALUE
           'User not entitled to data - reason '.
       01  WS-ENTL-PROGRAM                  PIC X(08) VALUE 'DPMXENTL'.
       01  WS-ENTL-PASS-AREA.
           05 WS-ENTL-USER-ID               PIC X(10).
           05 WS-ENTL-OBJ-TYPE-CD           PIC X(01).
           05 WS-ENTL-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ENTL-OBJ-ID                PIC S9(18)V COMP-3.
           05 WS-ENTL-CMPNY-ID              PIC X(08).
           05 WS-ENTL-CALLER-PGM            PIC X(08).
           05 WS-ENTL-ALLOW-IN              PIC X(01).
              88 WS-ENTL-ALLOWED            VALUE 'Y'.
           05 WS-ENTL-DENY-RC               PIC X(04).
           05 WS-ENTL-SQLCODE               PIC S9(9) COMP.

010700 01  WS-ERROR-AREA.
010800     05 WS-PARAGRAPH-NAME           PIC X(40).
031800           PERFORM 9990-GOBACK
031900        END-IF
031900     END-IF

           PERFORM 2500-CHECK-ENTITLEMENT
031100
041700     .
      *-----------------------*
       2500-CHECK-ENTITLEMENT.
      *-----------------------*
      * A DOCUMENT MUST BELONG TO THE CALLER'S COMPANY OR A COUNTERPARTY
      * OF IT; AN IMAGE LIST IS CHECKED ON THE SELECTED COMPANY.

           MOVE '2500-CHECK-ENTITLEMENT'    TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-IN-USER-ID               TO WS-ENTL-USER-ID
           IF WS-DOC-TYPE-PRE-EXIST OR WS-DOC-TYPE-OTHER
              MOVE 'D'                      TO WS-ENTL-OBJ-TYPE-CD
              MOVE LS-IN-DOC-ID             TO WS-ENTL-OBJ-ID
           ELSE
              MOVE 'C'                      TO WS-ENTL-OBJ-TYPE-CD
              MOVE LS-IN-SEL-CMP-ID         TO WS-ENTL-CMPNY-ID
           END-IF
           MOVE WS-PROGRAM                  TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED          TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC          TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                   TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
054400*------------------------*
054500 3000-OPEN-DOC-LIST-CSR.
054501*------------------------*
