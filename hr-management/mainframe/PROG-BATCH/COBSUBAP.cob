      *-----------------------------------------------------------------
      *    COBSUBAP - SUBSIDIARY MASTER ACCESS (APITP018 FRONT END)
      *
      *    FUNCTIONALITY - EVERY CALLER OF THE APITP018 SUBSIDIARY
      *                    SERVICE (COBCIO18 ON THE SCREEN, COBSUBLD
      *                    AND COBSUBCN IN BATCH) GOES THROUGH THIS
      *                    MODULE INSTEAD, WITH THE SAME FOUR
      *                    PARAMETERS PLUS THE CHANGE SOURCE ("S"
      *                    SCREEN, "B" BATCH) AND THE USER ID:
      *
      *                    CMD-CODE 2 (ADD OR CHANGE) -
      *                    1) THE BEFORE IMAGE IS READ THROUGH
      *                       APITP018 (CMD-CODE 1).  NOT FOUND MEANS
      *                       AN ADD.
      *                    2) A NON-BLANK PASSWORD IS HASHED ONE WAY
      *                       (SHA-256 OF SUBID + PASSWORD, BY DB2)
      *                       BEFORE IT GOES ANYWHERE.  THE SUBSIDIARY
      *                       MASTER GETS THE FIRST 16 HEX DIGITS OF
      *                       THE DIGEST IN ITS PASSWORD FIELD, SUBCRED
      *                       GETS ALL 64 WITH THE DATE AND USER THAT
      *                       SET IT - THE ROTATION CLOCK COBSUBAR
      *                       REPORTS ON.  A BLANK PASSWORD LEAVES THE
      *                       CREDENTIAL ALONE.
      *                    3) APITP018 STORES THE RECORD.
      *                    4) ONE SUBAUDIT ROW IS WRITTEN: SUBID,
      *                       ADD/CHANGE, BEFORE AND AFTER NAME,
      *                       SOURCE, USER, TIMESTAMP AND WHETHER THE
      *                       PASSWORD CHANGED.
      *
      *                    ANY OTHER CMD-CODE IS PASSED STRAIGHT TO
      *                    APITP018 AND IS NOT AUDITED.
      *
      *                    THE PASSWORD FIELD OF DATA-OUT IS ALWAYS
      *                    RETURNED AS SPACES, SO NO SCREEN OR RESULT
      *                    FILE CAN SHOW A CREDENTIAL.
      *
      *                    RESP-CODE IS APITP018'S OWN, EXCEPT THAT A
      *                    DB2 FAILURE IN THIS MODULE RETURNS THE
      *                    (NEGATIVE) SQLCODE.  THE CHANGE IS TAKEN
      *                    UNDER SAVEPOINT SUBAP_CHG: IF THE AUDIT ROW
      *                    OR THE CREDENTIAL CANNOT BE WRITTEN, THE
      *                    MASTER UPDATE IS ROLLED BACK TO IT, SO NO
      *                    CHANGE IS EVER LEFT WITHOUT ITS AUDIT.
      *                    OTHERWISE THE CALLER OWNS THE UNIT OF
      *                    WORK: BATCH COMMITS OR ROLLS BACK, CICS
      *                    SYNCPOINTS AT TASK END.
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSUBAP.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.  SUBAUDIT CHANGE TRAIL
      *                       AND ONE-WAY HASHED SUBSIDIARY PASSWORDS.
      *    OCT 2026     CS    A BLANK PASSWORD ON A CHANGE KEEPS THE
      *                       STORED HASH INSTEAD OF BLANKING IT.
      *    OCT 2026     CS    SAVEPOINT SUBAP_CHG - A FAILED AUDIT OR
      *                       CREDENTIAL WRITE BACKS OUT THE MASTER
      *                       UPDATE.
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  SUBSID-MASTER-RECORD.
           10 WS-SUBID                PIC X(4).
           10 WS-SUBNAME               PIC X(10).
           10 WS-SUBPASSWORD           PIC X(16).

       01  SUBSID-BEFORE-RECORD.
           10 WS-OLD-SUBID            PIC X(4).
           10 WS-OLD-SUBNAME           PIC X(10).
           10 WS-OLD-SUBPASSWORD       PIC X(16).

       01  CMD-CODE                        PIC S9(4) COMP.
       01  RESP-CODE                       PIC S9(4) COMP.
       01  DATA-IN                         PIC X(30).
       01  DATA-OUT                        PIC X(30).

       01  WS-TODAY-DT                     PIC X(8) VALUE SPACES.
       01  WS-PSWD-HASH                    PIC X(64) VALUE SPACES.
       01  WS-CHG-ACTN-CD                  PIC X(1) VALUE SPACES.
       01  WS-PSWD-CHG-IN                  PIC X(1) VALUE "N".
           88  PSWD-CHANGED                    VALUE "Y".

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE SUBAUDIT
           END-EXEC.

           EXEC SQL
               INCLUDE SUBCRED
           END-EXEC.

      /
       LINKAGE SECTION.

       01  SAP-CMD-CODE                    PIC S9(4) COMP.
       01  SAP-RESP-CODE                   PIC S9(4) COMP.
       01  SAP-DATA-IN                     PIC X(30).
       01  SAP-DATA-OUT                    PIC X(30).
       01  SAP-SRC-CD                      PIC X(1).
           88  SAP-FROM-SCREEN                 VALUE "S".
           88  SAP-FROM-BATCH                  VALUE "B".
       01  SAP-USER-ID                     PIC X(8).

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SAP-CMD-CODE, SAP-RESP-CODE,
                                SAP-DATA-IN, SAP-DATA-OUT,
                                SAP-SRC-CD, SAP-USER-ID.

       0000-MAINLINE.

            IF SAP-CMD-CODE = 2
                 PERFORM 1000-ADD-OR-CHANGE THRU 1000-EXIT
            ELSE
                 CALL "APITP018" USING SAP-CMD-CODE SAP-RESP-CODE
                                       SAP-DATA-IN SAP-DATA-OUT
            END-IF.

      *     WHATEVER CAME BACK, THE CREDENTIAL DOES NOT LEAVE HERE
            MOVE SAP-DATA-OUT            TO SUBSID-MASTER-RECORD.
            MOVE SPACES                  TO WS-SUBPASSWORD.
            MOVE SUBSID-MASTER-RECORD    TO SAP-DATA-OUT.

            GOBACK.

      *-----------------------------------------------------------------
      * 1000-ADD-OR-CHANGE - BEFORE IMAGE, HASH, STORE, AUDIT
      *-----------------------------------------------------------------
       1000-ADD-OR-CHANGE.

            ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
            MOVE SAP-DATA-IN             TO SUBSID-MASTER-RECORD.
            MOVE SAP-DATA-IN             TO SAP-DATA-OUT.

            EXEC SQL
                SAVEPOINT SUBAP_CHG ON ROLLBACK RETAIN CURSORS
            END-EXEC.
            IF SQLCODE NOT = 0
                 MOVE SQLCODE            TO SAP-RESP-CODE
                 GO TO 1000-EXIT
            END-IF.

            PERFORM 2000-READ-BEFORE-IMAGE.

            PERFORM 3000-HASH-PASSWORD THRU 3000-EXIT.
            IF SQLCODE NOT = 0
                 MOVE SQLCODE            TO SAP-RESP-CODE
                 GO TO 1000-EXIT
            END-IF.

      *     NO NEW PASSWORD: THE STORED HASH GOES BACK UNCHANGED
            IF WS-SUBPASSWORD = SPACES
               AND WS-CHG-ACTN-CD = "C"
                 MOVE WS-OLD-SUBPASSWORD TO WS-SUBPASSWORD
            END-IF.

            MOVE 2                       TO CMD-CODE.
            MOVE SUBSID-MASTER-RECORD    TO DATA-IN.
            CALL "APITP018" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

            MOVE RESP-CODE               TO SAP-RESP-CODE.
            MOVE DATA-OUT                TO SAP-DATA-OUT.
            IF RESP-CODE NOT = 0
                 GO TO 1000-EXIT
            END-IF.

            PERFORM 4000-WRITE-AUDIT-ROW.
            IF SQLCODE NOT = 0
                 MOVE SQLCODE            TO SAP-RESP-CODE
                 PERFORM 1900-BACK-OUT-CHANGE
                 GO TO 1000-EXIT
            END-IF.

            IF PSWD-CHANGED
                 PERFORM 5000-RECORD-CREDENTIAL THRU 5000-EXIT
                 IF SQLCODE NOT = 0
                      MOVE SQLCODE       TO SAP-RESP-CODE
                      PERFORM 1900-BACK-OUT-CHANGE
                 END-IF
            END-IF.
       1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1900-BACK-OUT-CHANGE - THE MASTER WAS STORED BUT ITS AUDIT OR
      * CREDENTIAL WAS NOT; UNDO THE STORE.  SAP-RESP-CODE ALREADY
      * HOLDS THE FAILING SQLCODE.
      *-----------------------------------------------------------------
       1900-BACK-OUT-CHANGE.

            EXEC SQL
                ROLLBACK TO SAVEPOINT SUBAP_CHG
            END-EXEC.

            IF SQLCODE NOT = 0
                 MOVE SQLCODE            TO SAP-RESP-CODE
            END-IF.

      *-----------------------------------------------------------------
      * 2000-READ-BEFORE-IMAGE - NOT ON FILE MEANS THIS IS AN ADD
      *-----------------------------------------------------------------
       2000-READ-BEFORE-IMAGE.

            MOVE SPACES                  TO SUBSID-BEFORE-RECORD.
            MOVE WS-SUBID                TO WS-OLD-SUBID.

            MOVE 1                       TO CMD-CODE.
            MOVE SUBSID-BEFORE-RECORD    TO DATA-IN.
            CALL "APITP018" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

            IF RESP-CODE = 0
                 MOVE DATA-OUT           TO SUBSID-BEFORE-RECORD
                 MOVE "C"                TO WS-CHG-ACTN-CD
            ELSE
                 MOVE SPACES             TO WS-OLD-SUBNAME
                 MOVE "A"                TO WS-CHG-ACTN-CD
            END-IF.

      *-----------------------------------------------------------------
      * 3000-HASH-PASSWORD - ONE-WAY, SALTED WITH THE SUBID
      *-----------------------------------------------------------------
       3000-HASH-PASSWORD.

            MOVE 0                       TO SQLCODE.
            MOVE "N"                     TO WS-PSWD-CHG-IN.

            IF WS-SUBPASSWORD = SPACES
                 GO TO 3000-EXIT
            END-IF.

            EXEC SQL
              SELECT HEX(HASH_SHA256(:WS-SUBID CONCAT :WS-SUBPASSWORD))
              INTO   :WS-PSWD-HASH
              FROM SYSIBM.SYSDUMMY1
            END-EXEC.

            IF SQLCODE NOT = 0
                 GO TO 3000-EXIT
            END-IF.

            MOVE WS-PSWD-HASH(1:16)      TO WS-SUBPASSWORD.
            SET PSWD-CHANGED             TO TRUE.
       3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-WRITE-AUDIT-ROW - WHO CHANGED WHAT, FROM WHERE
      *-----------------------------------------------------------------
       4000-WRITE-AUDIT-ROW.

            MOVE WS-SUBID                TO SAUD-SUBID.
            MOVE WS-TODAY-DT             TO SAUD-AUDIT-DT.
            MOVE WS-CHG-ACTN-CD          TO SAUD-CHG-ACTN-CD.
            MOVE SAP-SRC-CD              TO SAUD-CHG-SRC-CD.
            MOVE SAP-USER-ID             TO SAUD-CHG-USER-ID.
            MOVE WS-OLD-SUBNAME          TO SAUD-OLD-SUBNAME.
            MOVE WS-SUBNAME              TO SAUD-NEW-SUBNAME.
            MOVE WS-PSWD-CHG-IN          TO SAUD-PSWD-CHG-IN.

            EXEC SQL
              INSERT INTO SUBAUDIT
                 (SUBID,
                  AUDIT_TS,
                  AUDIT_DT,
                  CHG_ACTN_CD,
                  CHG_SRC_CD,
                  CHG_USER_ID,
                  OLD_SUBNAME,
                  NEW_SUBNAME,
                  PSWD_CHG_IN)
              VALUES
                 (:SAUD-SUBID,
                  CURRENT TIMESTAMP,
                  :SAUD-AUDIT-DT,
                  :SAUD-CHG-ACTN-CD,
                  :SAUD-CHG-SRC-CD,
                  :SAUD-CHG-USER-ID,
                  :SAUD-OLD-SUBNAME,
                  :SAUD-NEW-SUBNAME,
                  :SAUD-PSWD-CHG-IN)
            END-EXEC.

      *-----------------------------------------------------------------
      * 5000-RECORD-CREDENTIAL - FULL DIGEST AND THE ROTATION DATE
      *-----------------------------------------------------------------
       5000-RECORD-CREDENTIAL.

            MOVE WS-SUBID                TO SCRED-SUBID.
            MOVE WS-PSWD-HASH            TO SCRED-PSWD-HASH.
            MOVE WS-TODAY-DT             TO SCRED-PSWD-SET-DT.
            MOVE SAP-USER-ID             TO SCRED-PSWD-SET-USER-ID.

            EXEC SQL
              UPDATE SUBCRED
              SET PSWD_HASH        = :SCRED-PSWD-HASH,
                  PSWD_SET_DT      = :SCRED-PSWD-SET-DT,
                  PSWD_SET_USER_ID = :SCRED-PSWD-SET-USER-ID,
                  PSWD_SET_TS      = CURRENT TIMESTAMP
              WHERE SUBID = :SCRED-SUBID
            END-EXEC.

            IF SQLCODE NOT = +100
                 GO TO 5000-EXIT
            END-IF.

            EXEC SQL
              INSERT INTO SUBCRED
                 (SUBID,
                  PSWD_HASH,
                  PSWD_SET_DT,
                  PSWD_SET_USER_ID,
                  PSWD_SET_TS)
              VALUES
                 (:SCRED-SUBID,
                  :SCRED-PSWD-HASH,
                  :SCRED-PSWD-SET-DT,
                  :SCRED-PSWD-SET-USER-ID,
                  CURRENT TIMESTAMP)
            END-EXEC.
       5000-EXIT.
            EXIT.
