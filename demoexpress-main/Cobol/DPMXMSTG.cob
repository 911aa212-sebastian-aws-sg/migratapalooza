      *                                                                *00210000
      * THIS STORED PROCEDURE RETURNS THE STATIC GRID OF THE MCA       *00220000
      * TEMPLATE FOR A GIVEN TEMPLATE ID                               *00230000
      * THE TEMPLATE (OR, FOR THE DEFAULT TEMPLATE, THE COMPANY) MUST  *
      * BE ONE THE CALLER'S COMPANY IS A PARTY TO (DPMXENTL); A        *
      * REFUSAL RETURNS SP55.                                          *
      ******************************************************************00240000
      * TABLES:                                                        *00250000
      * -------                                                        *00260000
      * 08/30/2007        00.00     COGNIZANT                         * 00690000
      * INITIAL IMPLEMENTATION                                        * 00700000
      *                                                               * 00710000
      * 10/15/2026        01.00     COGNIZANT                         *
      * ADDED 1500-CHECK-ENTITLEMENT SO THE GRID IS RETURNED ONLY TO  *
      * A PARTY TO THE TEMPLATE                                       *
      *                                                               *
      * 10/15/2026        02.00     COGNIZANT                         *
      * ADDED 1100-BEGIN-CALL-STATS AND 9980-END-CALL-STATS: CALLS    *
      * ARE SAMPLED THROUGH DPMXSPST ONTO VDPM71_SP_CALL_STAT AT THE  *
      * VDTM54 STATS_SMPL_PCT RATE                                    *
      *                                                               *
      ***************************************************************** 00720000
       ENVIRONMENT DIVISION.                                            00730000
       DATA DIVISION.                                                   00740000
             05  WS-TABLE-NAME             PIC X(18).                   00890000
             05  WS-SQLCODE                PIC 9(7).                    00900000
                                                                        00910000
       01  WS-NOT-ENTITLED                  PIC X(50) VALUE
           'User not entitled to data - reason '.
       01  WS-SPST-PROGRAM                  PIC X(08) VALUE 'DPMXSPST'.
       01  WS-SPST-PASS-AREA.
           05 WS-SPST-PRGM-ID               PIC X(08).
           05 WS-SPST-FUNC-CD               PIC X(01).
           05 WS-SPST-SAMPLED-IN            PIC X(01) VALUE 'N'.
           05 WS-SPST-START-TS              PIC X(26).
           05 WS-SPST-ROW-CNT               PIC S9(9) COMP.
           05 WS-SPST-SP-RC                 PIC X(04).
           05 WS-SPST-INPUT-KEY             PIC X(40).
           05 WS-SPST-USER-ID               PIC X(10).
           05 WS-SPST-SQLCODE               PIC S9(9) COMP.
       01  WS-SPST-TMPLT-ID                 PIC 9(09).
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
                                                                        00920000
      ***************************************************************** 00930000
      *                        SQL INCLUDES                            *00940000
                                                                        01320000
           PERFORM 1000-INIT-AND-CHECK-PARMS                            01330000
                                                                        01340000
           PERFORM 1500-CHECK-ENTITLEMENT

           PERFORM 2000-CHECK-FLAG                                      01350000
                                                                        01360000
           PERFORM 9990-GOBACK                                          01370000
      *-------------------------*                                       01410000

           MOVE '1000-INIT-AND-CHECK-PARMS' TO WS-PARAGRAPH-NAME        01430000

           PERFORM 1100-BEGIN-CALL-STATS
                                                                        01420000
           PERFORM 8880-CHECK-DEBUG-TABLE

              DISPLAY "WS-DEF-FLAG"     WS-DEF-FLAG
           END-IF
           .                                                            01520000
      *---------------------*
       1100-BEGIN-CALL-STATS.
      *---------------------*
      * START THE RESPONSE-TIME CLOCK.  DPMXSPST DECIDES FROM THE
      * VDTM54 SAMPLING RATE WHETHER THIS CALL IS RECORDED.

           MOVE WS-PROGRAM                  TO WS-SPST-PRGM-ID
           MOVE 'B'                         TO WS-SPST-FUNC-CD
           CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA
           .
      *-----------------------*
       1500-CHECK-ENTITLEMENT.
      *-----------------------*
      * A TEMPLATE ID IS CHECKED AGAINST ITS DEALER AND CLIENT; THE
      * DEFAULT-TEMPLATE CALL IS CHECKED ON THE COMPANY IT NAMES.

           MOVE '1500-CHECK-ENTITLEMENT'    TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-USER-ID                  TO WS-ENTL-USER-ID
           IF WS-DEF-FLAG = 'Y'
              MOVE 'C'                      TO WS-ENTL-OBJ-TYPE-CD
              MOVE WS-COMPANY-ID            TO WS-ENTL-CMPNY-ID
           ELSE
              MOVE 'T'                      TO WS-ENTL-OBJ-TYPE-CD
              MOVE D014-MCA-TMPLT-ID        TO WS-ENTL-TMPLT-ID
           END-IF
           MOVE WS-PROGRAM                  TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED          TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC          TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *---------------------*                                           01530000
       2000-CHECK-FLAG.                                                 01540000
      *---------------------*                                           01550000
              WHEN 0                                                    01700000
                 MOVE 'SP00'                TO LS-SP-RC
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            01520000
                 MOVE WS-NO-RECORD-FOUND    TO LS-SP-ERROR-AREA
                 PERFORM 9990-GOBACK                                    01810000
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .
              WHEN 100                                                  01700000
                 CONTINUE
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            01520000
              WHEN 100                                                  01700000
                 SET WORK-TEMPLATE-ID       TO TRUE
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            01830000
              WHEN 100                                                  01700000
                 CONTINUE
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            01830000
              WHEN 100                                                  01700000
                 SET RENOG-ENABLE           TO TRUE
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000

                 SET NO-WORK-VALUE          TO TRUE
              WHEN OTHER                                                01750000
                 IF MAIN-TEMPLATE-ID
                    MOVE 'D0006' TO WS-TABLE-NAME                       01760000
                 ELSE
                    MOVE 'VDPM15_TMPLT_WORK' TO WS-TABLE-NAME           01760000
                 END-IF
                 MOVE WS-INVALID-TMPLT-ID   TO LS-SP-ERROR-AREA
                 PERFORM 9990-GOBACK                                    01810000
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            01520000
                 MOVE WS-INVALID-TMPLT-ID   TO LS-SP-ERROR-AREA
                 PERFORM 9990-GOBACK                                    01810000
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            01520000
              WHEN 0                                                    01700000
                 MOVE 'SP00'                TO LS-SP-RC
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            01830000
              WHEN 0                                                    01700000
                 MOVE 'SP00'                TO LS-SP-RC
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR                                 01810000
           END-EVALUATE                                                 01820000
           .                                                            02020000
      *------------*                                                    02600000
           PERFORM 9995-DISPLAY-DATA                                    02610000
           PERFORM 9999-FORMAT-SQLCA                                    02620000
           PERFORM 9980-END-CALL-STATS
           GOBACK                                                       02630000
           .                                                            02640000
      *--------------------*
       9980-END-CALL-STATS.
      *--------------------*
      * EACH PATH OPENS ONE RESULT SET HOLDING THE ONE TEMPLATE
      * LAYOUT ROW, SO A SUCCESSFUL CALL RETURNS ONE ROW.

           IF WS-SPST-SAMPLED-IN = 'Y'
              IF LS-SP-RC = 'SP00'
                 MOVE 1                     TO WS-SPST-ROW-CNT
              ELSE
                 MOVE 0                     TO WS-SPST-ROW-CNT
              END-IF
              MOVE LS-SP-RC                 TO WS-SPST-SP-RC
              MOVE LS-TEMPLATE-ID           TO WS-SPST-TMPLT-ID
              MOVE SPACES                   TO WS-SPST-INPUT-KEY
              STRING 'TMPLT=' WS-SPST-TMPLT-ID
                     ' CMPNY=' WS-COMPANY-ID
                     ' DEF=' WS-DEF-FLAG
                     DELIMITED BY SIZE INTO WS-SPST-INPUT-KEY
              MOVE LS-USER-ID               TO WS-SPST-USER-ID
              MOVE 'E'                      TO WS-SPST-FUNC-CD
              CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA
           END-IF
           .
      *------------------*                                              02650000
       9995-DISPLAY-DATA.                                               02660000
      *------------------*                                              02670000
