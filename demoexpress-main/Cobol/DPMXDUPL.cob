      *                             STORED DOCUMENT IS BYTE-FOR-BYTE  *
      *                             WHAT WAS LOADED.                  *
      *                                                               *
      * 10/15/2026          4.0     COGNIZANT                         *
      *                             NEW LS-IN-DOC-KIND-CD AT THE END  *
      *                             OF THE PASS AREA IS STORED IN THE *
      *                             NEW DOC_KIND_CD COLUMN SO THE     *
      *                             DPMXDRCK EXECUTION-READINESS      *
      *                             CHECK CAN SEE WHAT IS ON FILE.    *
      *                                                               *
      * 10/15/2026          5.0     COGNIZANT                         *
      *                             NEW LS-IN-DOC-EXPRY-DT AT THE END *
      *                             OF THE PASS AREA IS STORED IN THE *
      *                             NEW DOC_EXPRY_DT COLUMN FOR THE   *
      *                             DPMXDCHS EXPIRY CHASER.  BLANK    *
      *                             MEANS THE DOCUMENT NEVER EXPIRES  *
      *                             AND STORES 9999-12-31.            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
037900    05 WS-IN-MCA-DOC-DS               PIC X(100).
038000    05 WS-IN-DOC-TYPE-CD              PIC X(1).
038000    05 WS-IN-ROW-UPDT-USER-ID         PIC X(10).
          05 WS-IN-DOC-KIND-CD              PIC X(4).
          05 WS-IN-DOC-EXPRY-DT             PIC X(10).
024200 01 WS-SWITCHES.
024300    05 WS-DB-PROCESS-SW               PIC X(01).
024400       88 WS-DB-SUCCESS               VALUE 'S'.
238000                                   TYPE IS BLOB(2097152).
038000    05 LS-OUT-DOC-ID               PIC S9(18)V COMP-3.
038000    05 LS-OUT-SQLCODE              PIC +(9)9.
          05 LS-IN-DOC-KIND-CD           PIC X(4).
          05 LS-IN-DOC-EXPRY-DT          PIC X(10).
038100
      *----------*
       PROCEDURE DIVISION USING LS-PASS-AREA.
           MOVE LS-IN-MCA-DOC-DS           TO WS-IN-MCA-DOC-DS
           MOVE LS-IN-DOC-TYPE-CD          TO WS-IN-DOC-TYPE-CD
           MOVE LS-IN-ROW-UPDT-USER-ID     TO WS-IN-ROW-UPDT-USER-ID
           MOVE LS-IN-DOC-KIND-CD          TO WS-IN-DOC-KIND-CD
           MOVE LS-IN-DOC-EXPRY-DT         TO WS-IN-DOC-EXPRY-DT
           IF WS-IN-DOC-EXPRY-DT = SPACES OR LOW-VALUES
              MOVE '9999-12-31'            TO WS-IN-DOC-EXPRY-DT
           END-IF
           MOVE LS-IN-DOC-OBJ-TX-LENGTH    TO WS-IN-BLOB-LENGTH
           IF LS-IN-DOC-OBJ-TX-LENGTH > 0
              MOVE LS-IN-DOC-OBJ-TX-DATA(1:LS-IN-DOC-OBJ-TX-LENGTH)
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID
                    ,MCA_DOC_OBJ_TX
                    ,DOC_CHKSM_NB
                    ,DOC_KIND_CD
                    ,DOC_EXPRY_DT)
              VALUES (:WS-DOC-SEQ
                     ,:WS-IN-MCA-TMPLT-ID
                     ,:WS-IN-MCA-DOC-DS
                     ,CURRENT TIMESTAMP
                     ,:WS-IN-ROW-UPDT-USER-ID
                     ,:WS-IN-BLOB
                     ,:WS-CKS-VALUE
                     ,:WS-IN-DOC-KIND-CD
                     ,:WS-IN-DOC-EXPRY-DT)
           END-EXEC
049100
049200     EVALUATE SQLCODE
