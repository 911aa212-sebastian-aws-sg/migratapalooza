      *                    TRAIL STAYS CONTINUOUS.  THE RUN CLOSES BY
      *                    RENAMING THE SOURCE SUBSIDIARY MASTER
      *                    "MERGED" THROUGH THE SAME APITP018 SERVICE
      *                    COBSUBLD CALLS, BY WAY OF COBSUBAP SO THE
      *                    RENAME IS ON THE SUBAUDIT TRAIL UNDER THE
      *                    AUTHORIZING USER.
      *
      *                    SYSIN CARDS: 1) MODE (P / A)
      *                                 2) SOURCE SUBID (4)
      *    SEP 2026     CS    INITIAL VERSION.  PREVIEW/APPLY
      *                       CONSOLIDATION WITH A CONTINUOUS EMPHIST
      *                       TRAIL AND AN APITP018 CLOSING UPDATE.
      *    OCT 2026     CS    CLOSING UPDATE GOES THROUGH COBSUBAP
      *                       (SUBAUDIT TRAIL).
      *    OCT 2026     CS    EMPHIST MOVE ROWS ARE WRITTEN AS
      *                       TRANSFERS (XFER_TYPE_CD 'T').
      *-----------------------------------------------------------------

       EJECT
       01  RESP-CODE                       PIC S9(4) COMP.
       01  DATA-IN                         PIC X(30).
       01  DATA-OUT                        PIC X(30).
       01  WS-SRC-CD                       PIC X(1) VALUE "B".

       01  WS-RECS-READ                    PIC 9(7) VALUE 0.
       01  WS-RECS-MOVED                   PIC 9(7) VALUE 0.
                  NEW_SUBID,
                  EFFV_DT,
                  AUTH_USER_ID,
                  XFER_TS,
                  XFER_TYPE_CD)
              VALUES
                 (:EHIST-EMPNO,
                  :EHIST-XFER-STAT-CD,
                  :EHIST-NEW-SUBID,
                  :EHIST-EFFV-DT,
                  :EHIST-AUTH-USER-ID,
                  CURRENT TIMESTAMP,
                  'T')
            END-EXEC.

            IF SQLCODE = 0
            END-IF.

      *-----------------------------------------------------------------
      * 5000-CLOSE-SOURCE-SUBSID - CLOSING UPDATE THROUGH COBSUBAP,
      * THE SAME ROUTE COBSUBLD ALREADY TAKES
      *-----------------------------------------------------------------
       5000-CLOSE-SOURCE-SUBSID.


            MOVE 2                       TO CMD-CODE.
            MOVE SUBSID-MASTER-RECORD    TO DATA-IN.
            CALL "COBSUBAP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
                                  WS-SRC-CD WS-AUTH-USER.

            IF RESP-CODE = 0
                 DISPLAY "SOURCE SUBSIDIARY " WS-SRC-SUBID
                         " CLOSED AS MERGED"
            ELSE
                 ADD 1 TO WS-RECS-FAILED
                 DISPLAY "COBSUBAP CLOSING UPDATE FAILED, "
                         "RESP-CODE = " RESP-CODE
            END-IF.

