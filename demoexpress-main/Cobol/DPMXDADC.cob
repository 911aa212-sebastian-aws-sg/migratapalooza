      *                             PARAMETER RATHER THAN CALCULATING *
      *                             THE LENGTH OF THE DOCUMENT.       *
      *                                                               *
      * 10/15/2026        03.00     COGNIZANT                         *
      *                             NEW LS-IN-MCA-DOC-KIND-CD         *
      *                             PARAMETER TAGS THE UPLOAD WITH    *
      *                             ITS DOCUMENT KIND.  A NON-BLANK   *
      *                             KIND MUST BE ON THE VDPM56        *
      *                             CHECKLIST; IT IS PASSED TO        *
      *                             DPMXDUPL FOR DOC_KIND_CD.         *
      *                                                               *
      * 10/15/2026        04.00     COGNIZANT                         *
      *                             NEW LS-IN-MCA-DOC-EXPRY-DT        *
      *                             PARAMETER (YYYY-MM-DD) RECORDS    *
      *                             WHEN THE DOCUMENT LAPSES.  A      *
      *                             NON-BLANK DATE MUST BE VALID AND  *
      *                             NOT IN THE PAST; BLANK MEANS NO   *
      *                             EXPIRY.  IT IS PASSED TO DPMXDUPL *
      *                             FOR DOC_EXPRY_DT (DPMXDCHS).      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
                 'File is mandatory'.
             05  WS-INVLD-ASGN-CMP-ID      PIC X(50) VALUE
                 'Assigned Counterparty does not exist'.
             05  WS-INVLD-DOC-KIND-CD      PIC X(50) VALUE
                 'Input document kind is invalid'.
             05  WS-DOC-KIND-CNT           PIC S9(4) COMP VALUE 0.
             05  WS-INVLD-EXPRY-DATE       PIC X(50) VALUE
                 'Document expiry date is invalid'.
             05  WS-PAST-EXPRY-DATE        PIC X(50) VALUE
                 'Document expiry date is in the past'.
             05  WS-EXPRY-PAST-CNT         PIC S9(4) COMP VALUE 0.
             05  WS-DOC-TYPE-IND-SW        PIC X(01).
                 88  WS-DOC-TYPE-PRE-EXIST VALUE 'P'.
                 88  WS-DOC-TYPE-OTHER     VALUE 'O'.
                                         TYPE IS BLOB(2097152).
          05 WS-OUT-DOC-ID               PIC S9(18)V COMP-3.
          05 WS-OUT-SQLCODE              PIC +(9)9.
          05 WS-IN-DOC-KIND-CD           PIC X(4).
          05 WS-IN-DOC-EXPRY-DT          PIC X(10).
038100


                INCLUDE DPM1401
           END-EXEC.

           EXEC SQL
                INCLUDE DPM5601
           END-EXEC.

      * INCLUDE FOR VDTM54_DEBUG_CNTRL                                  00024910
           EXEC SQL                                                     00024920
                INCLUDE DTM5401                                         00024930
       01  LS-IN-MCA-USER-ID               PIC X(10).
       01  LS-IN-MCA-DOC-OBJ-TX            USAGE IS SQL
                                           TYPE IS BLOB(2097152).
       01  LS-IN-MCA-DOC-KIND-CD           PIC X(04).
       01  LS-IN-MCA-DOC-EXPRY-DT          PIC X(10).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-IN-MCA-DOC-VIEW-IN,
                                 LS-IN-MCA-EXE-TS,
                                 LS-IN-MCA-USER-ID,
                                 LS-IN-MCA-DOC-OBJ-TX,
                                 LS-IN-MCA-DOC-KIND-CD,
                                 LS-IN-MCA-DOC-EXPRY-DT.
      *---------*
       0000-MAIN.
      *---------*
                                           TO WS-IN-DOC-DS
           MOVE FUNCTION UPPER-CASE(LS-IN-MCA-DOC-VIEW-IN)
                                           TO LS-IN-MCA-DOC-VIEW-IN
           MOVE FUNCTION UPPER-CASE(LS-IN-MCA-DOC-KIND-CD)
                                           TO LS-IN-MCA-DOC-KIND-CD
                                                                        00051700
           EXEC SQL                                                     00051800
                SELECT ACTVT_DSPLY_IN                                   00051900
              PERFORM 2400-VAL-ASGN-CMP-ID
           END-IF

           IF LS-IN-MCA-DOC-KIND-CD  > SPACES
              PERFORM 2500-VAL-DOC-KIND-CD
           END-IF

           IF LS-IN-MCA-DOC-EXPRY-DT > SPACES
              PERFORM 2600-VAL-DOC-EXPRY-DT
           END-IF

           IF LS-IN-MCA-DOC-VIEW-IN  > SPACES
              MOVE LS-IN-MCA-DOC-VIEW-IN   TO  WS-DOC-VIEW-IND-SW
              IF  WS-DOC-VIEW-IND-YES OR WS-DOC-VIEW-IND-NO
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *---------------------*
       2500-VAL-DOC-KIND-CD.
      *---------------------*

           MOVE '2500-VAL-DOC-KIND-CD'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :WS-DOC-KIND-CNT
                FROM VDPM56_DOC_RQMT
               WHERE DOC_KIND_CD  = :LS-IN-MCA-DOC-KIND-CD
                 AND RQMT_STAT_CD = 'A'
                WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-DOC-KIND-CNT = 0
                    MOVE LENGTH OF WS-INVLD-DOC-KIND-CD
                                           TO LS-SP-ERROR-AREA-LEN
                    MOVE WS-INVLD-DOC-KIND-CD TO LS-SP-ERROR-AREA-TXT
                    MOVE 'SP50'               TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 MOVE 'VDPM56_DOC_RQMT'       TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *---------------------*
       2600-VAL-DOC-EXPRY-DT.
      *---------------------*

           MOVE '2600-VAL-DOC-EXPRY-DT'  TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE LS-IN-MCA-DOC-EXPRY-DT      TO DERC01C0-DATE
           MOVE 'DERC01B0'                  TO WS-CALL-PROGRAM
           SET DERC01C0-DATE-FORMAT-ISO     TO TRUE
           CALL WS-CALL-PROGRAM USING DERC01C0-DATE-EDIT-AREA

           IF DERC01C0-88-ERROR
               MOVE LENGTH OF WS-INVLD-EXPRY-DATE
                                              TO LS-SP-ERROR-AREA-LEN
               MOVE WS-INVLD-EXPRY-DATE       TO LS-SP-ERROR-AREA-TXT
               MOVE 'SP50'                    TO LS-SP-RC
               PERFORM 9100-DISPLAY-DATA
               PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :WS-EXPRY-PAST-CNT
                FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:LS-IN-MCA-DOC-EXPRY-DT) < CURRENT DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-EXPRY-PAST-CNT > 0
                    MOVE LENGTH OF WS-PAST-EXPRY-DATE
                                           TO LS-SP-ERROR-AREA-LEN
                    MOVE WS-PAST-EXPRY-DATE   TO LS-SP-ERROR-AREA-TXT
                    MOVE 'SP50'               TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 MOVE 'SYSIBM.SYSDUMMY1'      TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .

      *---------------------*
       3000-PROCESS-DOCUMENT.
           MOVE LS-IN-MCA-DOC-DS           TO WS-IN-MCA-DOC-DS          07090062
           MOVE LS-IN-MCA-DOC-TYPE-CD      TO WS-IN-DOC-TYPE-CD         07090062
           MOVE LS-IN-MCA-USER-ID          TO WS-IN-ROW-UPDT-USER-ID    07090062
           MOVE LS-IN-MCA-DOC-KIND-CD      TO WS-IN-DOC-KIND-CD
           MOVE LS-IN-MCA-DOC-EXPRY-DT     TO WS-IN-DOC-EXPRY-DT
           MOVE LS-IN-MCA-DOC-OBJ-TX-LENGTH                             07090062
                                           TO WS-IN-DOC-OBJ-TX-LENGTH
           MOVE LS-IN-MCA-DOC-OBJ-TX-DATA(1:WS-IN-DOC-OBJ-TX-LENGTH)    07090062
102900         DISPLAY 'LS-IN-MCA-DOC-VIEW-IN  :'  LS-IN-MCA-DOC-VIEW-IN
102900         DISPLAY 'LS-IN-MCA-EXE-TS         :' LS-IN-MCA-EXE-TS
102900         DISPLAY 'LS-IN-MCA-USER-ID        :' LS-IN-MCA-USER-ID
               DISPLAY 'LS-IN-MCA-DOC-EXPRY-DT   :'
                       LS-IN-MCA-DOC-EXPRY-DT
102600         DISPLAY WS-DASHES
103000
107000     .
