      * AND RETURNS THE MATCHING MCA_VALUE_ID VALUES SO A CALLER CAN   *
      * JUMP STRAIGHT TO THE HITS INSTEAD OF PAGING THROUGH EVERY      *
      * NEGOTIATION COMMENT AND TERM ON THE TEMPLATE BY HAND.          *
      * A COMMENT POSTED AS AN INTERNAL NOTE IS SEARCHED ONLY FOR A    *
      * USER OF THE POSTER'S COMPANY (TRAILING LS-USER-ID; BLANK       *
      * SEARCHES SHARED COMMENTS ONLY).                                *
      *                                                                *
      ******************************************************************
      *                                                                *
      * 08/09/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             NEW TRAILING LS-USER-ID PARAMETER. *
      *                             INTERNAL NOTES (CMNT_VSBL_CD 'I')  *
      *                             MATCH ONLY FOR A USER OF THE       *
      *                             POSTER'S COMPANY (2100-GET-CALLER- *
      *                             CMPNY).                            *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
               VALUE 'DATABASE ERROR OCCURRED. PLEASE CONTACT DTCC'.
      *
       01  WS-LIKE-PATTERN                  PIC X(102) VALUE SPACES.
       01  WS-CALLER-CMPNY-ID               PIC X(08) VALUE SPACES.
      *
       01  WS-WORK-AMND-ID                  PIC S9(18)V USAGE COMP-3.
      *
                    AND DPM16.MCA_AMND_ID        = DPM18.MCA_AMND_ID
                    AND DPM18.MCA_VALUE_TYPE_CD   = 'C'
                    AND DPM18.MCA_VALUE_ID        = DPM11.MCA_VALUE_ID
                    AND (DPM11.CMNT_VSBL_CD <> 'I'
                     OR  DPM11.POST_CMPNY_ID = :WS-CALLER-CMPNY-ID)
                    AND UPPER(DPM11.CMNT_TX) LIKE
                        UPPER(:WS-LIKE-PATTERN)
                  WITH UR
                    AND DPM17.MCA_AMND_ID        = DPM19.MCA_AMND_ID
                    AND DPM19.MCA_VALUE_TYPE_CD   = 'C'
                    AND DPM19.MCA_VALUE_ID        = DPM11.MCA_VALUE_ID
                    AND (DPM11.CMNT_VSBL_CD <> 'I'
                     OR  DPM11.POST_CMPNY_ID = :WS-CALLER-CMPNY-ID)
                    AND UPPER(DPM11.CMNT_TX) LIKE
                        UPPER(:WS-LIKE-PATTERN)
                  WITH UR
       01  LS-SEARCH-TX                     PIC X(100).
       01  LS-MATCH-COUNT                   PIC S9(4) COMP.
       01  LS-MATCH-LIST                    PIC X(500).
       01  LS-USER-ID                       PIC X(10).
      *
       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-TEMPLATE-ID,
                                 LS-SEARCH-TX,
                                 LS-MATCH-COUNT,
                                 LS-MATCH-LIST,
                                 LS-USER-ID.

      *----------*
       0000-MAIN.
                     '%' DELIMITED BY SIZE
                     INTO WS-LIKE-PATTERN
           END-IF

           IF LS-SP-RC = 'SP00'
              PERFORM 2100-GET-CALLER-CMPNY
           END-IF
           .
      *------------------------*
       2100-GET-CALLER-CMPNY.
      *------------------------*
      * INTERNAL NOTES ARE SEARCHED ONLY FOR THE COMPANY THAT POSTED
      * THEM.  NO USER, OR A USER WITH NO COMPANY, SEES SHARED ONLY.

           MOVE '2100-GET-CALLER-CMPNY'     TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-CALLER-CMPNY-ID

           IF LS-USER-ID NOT = SPACES
              EXEC SQL
                 SELECT CMPNY_ID
                   INTO :WS-CALLER-CMPNY-ID
                   FROM  VDPM03_CMPNY_USER
                  WHERE  CMPNY_USER_ID = :LS-USER-ID
                  FETCH  FIRST 1 ROW ONLY
                   WITH  UR
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE SPACES              TO WS-CALLER-CMPNY-ID
                 WHEN OTHER
                    MOVE 'VDPM03_CMPNY_USER' TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-IF
           .
      *------------------------*
       3000-SEARCH-MASTER-TEXT.
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM UNTIL NO-MORE-MATCHES
              EXEC SQL
                 FETCH MTXS_MSTR_TEXT_CSR
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM UNTIL NO-MORE-MATCHES
              EXEC SQL
                 FETCH MTXS_MSTR_CMNT_CSR
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM UNTIL NO-MORE-MATCHES
              EXEC SQL
                 FETCH MTXS_WORK_TEXT_CSR
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CSR-EOF-SW
           PERFORM UNTIL NO-MORE-MATCHES
              EXEC SQL
                 FETCH MTXS_WORK_CMNT_CSR
