      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             3500-REPOINT-COMMENTS ALSO MOVES   *
      *                             THE POSTING COMPANY OF THE         *
      *                             DUPLICATE'S COMMENTS               *
      *                             (POST_CMPNY_ID) TO THE SURVIVOR.   *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
                 MOVE 'VDPM11_MCA_CMNT'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

      *    INTERNAL NOTES POSTED BY THE DUPLICATE STAY VISIBLE TO THE
      *    SURVIVOR'S USERS.  THE POSTING TIMESTAMP IS LEFT ALONE.
           EXEC SQL
              UPDATE VDPM11_MCA_CMNT
                 SET POST_CMPNY_ID    = :WS-SURV-CMPNY-ID
               WHERE POST_CMPNY_ID    = :WS-DUP-CMPNY-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM11_MCA_CMNT'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       3600-DEACTIVATE-DUP.
