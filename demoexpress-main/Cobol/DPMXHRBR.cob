      *     LONGER EXISTS ON EMP ARE FLAGGED ON THE EXCEPTION        *
      *     REPORT FOR THE DPMXUOFF OFFBOARDING DECK - THE BRIDGE    *
      *     NEVER OFFBOARDS ON ITS OWN.                              *
      *   - EMPLOYEES WHOSE SEPARATION DATE (EMP SEP_DT) HAS COME    *
      *     ARE SKIPPED: COBEMPTR PUTS THEM ON THE DPMXUOFF DECK     *
      *     ITSELF, AND A REFRESH HERE WOULD RESTORE THE UMG LINK    *
      *     THE OFFBOARDING CUT.                                     *
      *                                                               *
      * SYSIN CARDS: 1) REQUESTING USER ID (10)                        *
      *                                                                *
      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             SEPARATED EMPLOYEES (EMP SEP_DT    *
      *                             REACHED) ARE NO LONGER PROVISIONED *
      *                             OR REFRESHED.                      *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXHRBR'.
       01  WS-TS                            PIC X(26).
       01  WS-TODAY-DT                      PIC X(8)  VALUE SPACES.
       01  WS-DASHES                        PIC X(40) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
                       ,WORKDEPT
                       ,PHONENO
                 FROM   EMP
                 WHERE  SEP_DT = ' '
                    OR  SEP_DT > :WS-TODAY-DT
                 ORDER BY EMPNO
                 WITH UR
           END-EXEC
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXHRBR STARTED AT      :' WS-TS
           MOVE WS-TS(1:4)                  TO WS-TODAY-DT(1:4)
           MOVE WS-TS(6:2)                  TO WS-TODAY-DT(5:2)
           MOVE WS-TS(9:2)                  TO WS-TODAY-DT(7:2)

           ACCEPT WS-USER-ID                FROM SYSIN
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
