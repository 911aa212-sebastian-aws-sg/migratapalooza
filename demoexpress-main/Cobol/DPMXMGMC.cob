      *                                                                *00210000
      * THIS STORED PROCEDURE RETURNS THE CATEGORY, TERMS AND          *00220000
      * CORRESPONDING AMENDMENTS FOR A GIVEN TEMPLATE ID               *00230000
      * THE TEMPLATE MUST HAVE THE CALLER'S COMPANY AS DEALER OR       *
      * CLIENT (DPMXENTL); A REFUSAL RETURNS SP55.                     *
      ******************************************************************00240000
      * TABLES:                                                        *00250000
      * -------                                                        *00260000
      * RESOLVE A DEFAULT TEMPLATE FROM VDPM06_MCA_ENRL FOR THE       *
      * DEFAULT-USER CASE WHEN NO TEMPLATE ID IS SUPPLIED             *
      *                                                               *
      * 10/15/2026        02.00     COGNIZANT                         *
      * ADDED LS-USER-ID PARAMETER AND 2500-CHECK-ENTITLEMENT SO THE  *
      * TEMPLATE IS RETURNED ONLY TO A PARTY TO IT                    *
      *                                                               *
      * 10/15/2026        03.00     COGNIZANT                         *
      * ADDED 1100-BEGIN-CALL-STATS AND 9980-END-CALL-STATS: CALLS    *
      * ARE SAMPLED THROUGH DPMXSPST ONTO VDPM71_SP_CALL_STAT AT THE  *
      * VDTM54 STATS_SMPL_PCT RATE WITH THE TERM ROWS IN RANGE        *
      *                                                               *
      ***************************************************************** 00500000
       ENVIRONMENT DIVISION.                                            00510000
       DATA DIVISION.                                                   00520000
             05  FILLER                    PIC X VALUE ','.             00590000
             05  WS-TABLE-NAME             PIC X(18).                   00600000
             05  WS-SQLCODE                PIC 9(7).                    00610000
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
                                                                        00620000
                                                                        00630000
      ***************************************************************** 00640000
       01  LS-FUNC-IND                     PIC X(01).                   00860200
       01  LS-USER-IND                     PIC X(01).                   00860200
       01  LS-CMPNY-ID                     PIC X(08).
       01  LS-USER-ID                      PIC X(10).
                                                                        00870000
       PROCEDURE DIVISION USING  OUTSQLCA,                              00880000
                                 LS-SP-ERROR-AREA,                      00890000
                                 LS-CATEGORY-SQ,                        00910100
                                 LS-FUNC-IND,                           00910200
                                 LS-USER-IND,                           00910200
                                 LS-CMPNY-ID,
                                 LS-USER-ID.
      *---------*                                                       00920000
       1000-MAIN.                                                       00930000
      *---------*                                                       00940000
                                                                        00970000
           PERFORM 2000-VALIDATE-INPUT                                  00980000
                                                                        00990000
           PERFORM 2500-CHECK-ENTITLEMENT

           PERFORM 3000-PROCESS-PARA                                    00980000
                                                                        00990000
           PERFORM 9990-GOBACK                                          01000000
      *-------------------------*                                       01040000
                                                                        01050000
           MOVE '1000-INIT-AND-CHECK-PARMS' TO WS-PARAGRAPH-NAME        01060000

           PERFORM 1100-BEGIN-CALL-STATS
                                                                        01420000
           PERFORM 8880-CHECK-DEBUG-TABLE
                                                                        01420000
              DISPLAY "WS-FUNC-IND    " WS-FUNC-IND
           END-IF
           .                                                            01110000
      *---------------------*
       1100-BEGIN-CALL-STATS.
      *---------------------*
      * START THE RESPONSE-TIME CLOCK.  DPMXSPST DECIDES FROM THE
      * VDTM54 SAMPLING RATE WHETHER THIS CALL IS RECORDED.

           MOVE WS-PROGRAM                  TO WS-SPST-PRGM-ID
           MOVE 'B'                         TO WS-SPST-FUNC-CD
           CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA
           .
      *--------------------*                                            01120000
       2000-VALIDATE-INPUT.                                             01130000
      *--------------------*                                            01140000
                 END-IF
           END-EVALUATE
           .
      *-----------------------*
       2500-CHECK-ENTITLEMENT.
      *-----------------------*
      * THE TEMPLATE, AS SUPPLIED OR AS DEFAULTED IN 2050, MUST HAVE
      * THE CALLER'S COMPANY AS DEALER OR CLIENT.

           MOVE '2500-CHECK-ENTITLEMENT'    TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-USER-ID                  TO WS-ENTL-USER-ID
           MOVE 'T'                         TO WS-ENTL-OBJ-TYPE-CD
           MOVE WS-TEMPLATE-ID              TO WS-ENTL-TMPLT-ID
           MOVE WS-PROGRAM                  TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED          TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC          TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *------------------*                                              01120000
       3000-PROCESS-PARA.                                               01130000
      *------------------*                                              01140000
              WHEN 100                                                  01700000
                 PERFORM 3220-WORK-TEMPLATE-DETAILS
              WHEN OTHER                                                01750000
                 MOVE 'D0006'    TO WS-TABLE-NAME                       01760000
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------*                                                    01490000
           PERFORM 9995-DISPLAY-DATA                                    01500000
           PERFORM 9999-FORMAT-SQLCA                                    01510000
           PERFORM 9980-END-CALL-STATS
           GOBACK                                                       01520000
           .                                                            01530000
      *--------------------*
       9980-END-CALL-STATS.
      *--------------------*
      * RUN AFTER THE OUTSQLCA IS FORMATTED SO THE COUNT BELOW CANNOT
      * DISTURB IT.  THE RESULT SETS ARE LEFT OPEN FOR THE CALLER, SO
      * ROWS RETURNED IS TAKEN AS THE TERMS OF THE TEMPLATE IN THE
      * REQUESTED CATEGORY RANGE - THE ROWS EVERY RESULT SET IS
      * DRIVEN FROM.  A FAILED COUNT JUST RECORDS ZERO ROWS.

           IF WS-SPST-SAMPLED-IN = 'Y'
              MOVE 0                        TO WS-SPST-ROW-CNT
              IF LS-SP-RC = 'SP00'
                 EXEC SQL
                      SELECT COUNT(*)
                        INTO :WS-SPST-ROW-CNT
                        FROM VDPM08_MCA_TERMS
                       WHERE MCA_TMPLT_ID   = :WS-TEMPLATE-ID
                         AND ATTRB_CTGRY_ID BETWEEN :WS-CATEGORY-CD-MIN
                                                AND :WS-CATEGORY-CD-MAX
                         AND CTGRY_SQ       BETWEEN :WS-CATEGORY-SQ-MIN
                                                AND :WS-CATEGORY-SQ-MAX
                         AND TERM_SQ        > 0
                       WITH UR
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0                  TO WS-SPST-ROW-CNT
                 END-IF
              END-IF
              MOVE LS-SP-RC                 TO WS-SPST-SP-RC
              MOVE WS-TEMPLATE-ID           TO WS-SPST-TMPLT-ID
              MOVE SPACES                   TO WS-SPST-INPUT-KEY
              STRING 'TMPLT=' WS-SPST-TMPLT-ID
                     ' CTGRY=' WS-CATEGORY-CD
                     ' FN=' WS-FUNC-IND WS-USER-IND
                     DELIMITED BY SIZE INTO WS-SPST-INPUT-KEY
              MOVE LS-USER-ID               TO WS-SPST-USER-ID
              MOVE 'E'                      TO WS-SPST-FUNC-CD
              CALL WS-SPST-PROGRAM USING WS-SPST-PASS-AREA
           END-IF
           .
      *------------------*                                              01540000
       9995-DISPLAY-DATA.                                               01550000
      *------------------*                                              01560000
