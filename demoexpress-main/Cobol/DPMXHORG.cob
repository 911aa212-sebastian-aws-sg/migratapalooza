      * This stored procedure returns the company detials (Counterparty*
      * /Dealer) for a given COMPANY ID.                               *
      *                                                                *
      * The company must be the caller's own or one the caller shares  *
      * a template or enrollment with; DPMXENTL makes the check and    *
      * logs a refusal, which goes back as SP55 with the EN reason.    *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      *                             REMOVED UNION OF DPM02 TABLE FROM*
      *                             DPMXHORG_CSR CURSOR.               *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             NEW LS-USER-ID PARAMETER; COMPANY  *
      *                             DETAILS ARE RETURNED ONLY WHEN     *
      *                             DPMXENTL ENTITLES THE CALLER.      *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-DISPLAY-SWITCH                PIC X(01) VALUE 'N'.
           88 DISPLAY-PARAMETERS                      VALUE 'Y'.
           88 HIDE-PARAMETERS                         VALUE 'N'.
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

      *
      **SQL COMMUNICATIONS AREA PASSED BACK IN OUTSQLCA
       01  LS-SP-ERROR-AREA                 PIC X(80).
       01  LS-SP-RC                         PIC X(04).
       01  LS-CMPNY-ID                      PIC X(08).
       01  LS-USER-ID                       PIC X(10).
      *
       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-CMPNY-ID,
                                 LS-USER-ID.

      *----------*
       0000-MAIN.
              WHEN OTHER
                 CONTINUE
            END-EVALUATE

           PERFORM 2100-CHECK-ENTITLEMENT
           .

      *------------------------*
       2100-CHECK-ENTITLEMENT.
      *------------------------*
      * THE COMPANY ASKED FOR MUST BE THE CALLER'S OWN OR ONE OF ITS
      * COUNTERPARTIES.

           MOVE '2100-CHECK-ENTITLEMENT'    TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-USER-ID                  TO WS-ENTL-USER-ID
           MOVE 'C'                         TO WS-ENTL-OBJ-TYPE-CD
           MOVE WS-CMPNY-ID                 TO WS-ENTL-CMPNY-ID
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

      *------------------------*
           DISPLAY 'SP-ERROR-AREA            :' LS-SP-ERROR-AREA
           DISPLAY 'SP-RC                    :' LS-SP-RC
           DISPLAY 'COMPANY  ID              :' WS-CMPNY-ID
           DISPLAY 'USER ID                  :' LS-USER-ID
           DISPLAY WS-DASHES

           IF LS-SP-RC = 'SP99'
