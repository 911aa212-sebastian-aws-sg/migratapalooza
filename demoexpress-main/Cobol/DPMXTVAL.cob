      * DISPLAYED, SO THE FRONT END CAN SHOW THE LIST AND THE SYSOUT   *
      * KEEPS THE FULL PICTURE.                                        *
      *                                                                *
      * WITH LS-TVAL-FUNC-CD 'V' THE ENGINE CHECKS THE SINGLE VALUE    *
      * PASSED IN LS-TVAL-IN-VALUE-TX FOR TERM LS-TVAL-IN-TERM-ID      *
      * INSTEAD OF WALKING THE WORK TEMPLATE, SO A BATCH LOADER CAN    *
      * VET AN INCOMING VALUE BEFORE IT IS STAGED.  A TERM WITH NO     *
      * CATALOG ROW OR AN UNTYPED ONE IS NOT CHECKED.                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             SINGLE-VALUE MODE (FUNC-CD 'V')    *
      *                             FOR THE TERM-SHEET IMPORT.         *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           05 LS-TVAL-ERROR-TBL OCCURS 20 TIMES.
              10 LS-TVAL-ERR-TERM-ID        PIC X(8).
              10 LS-TVAL-ERR-REASON         PIC X(40).
           05 LS-TVAL-FUNC-CD               PIC X(01).
              88 LS-TVAL-WALK-TEMPLATE      VALUE ' '.
              88 LS-TVAL-ONE-VALUE          VALUE 'V'.
           05 LS-TVAL-IN-TERM-ID            PIC X(8).
           05 LS-TVAL-IN-VALUE-TX           PIC X(150).
      *
       PROCEDURE DIVISION USING LS-TVAL-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           IF LS-TVAL-ONE-VALUE
              PERFORM 2500-VALIDATE-IN-VALUE
           ELSE
              PERFORM 2000-VALIDATE-VALUES
           END-IF
           GOBACK
           .
      *------------------------*
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       2500-VALIDATE-IN-VALUE.
      *------------------------*
      * SINGLE-VALUE MODE: LOOK UP THE TERM'S CATALOG RULES AND RUN
      * THE PASSED VALUE THROUGH THE SAME CHECKS AS A SAVED ONE.

           MOVE '2500-VALIDATE-IN-VALUE'    TO WS-PARAGRAPH-NAME

           MOVE LS-TVAL-IN-TERM-ID          TO WS-TERM-ID

           EXEC SQL
              SELECT ATTRB_DATA_TYPE_CD
                    ,ATTRB_DOMAIN_TX
                INTO :D004-ATTRB-DATA-TYPE-CD
                    ,:D004-ATTRB-DOMAIN-TX
                FROM VDPM04_ATTRB_DTL
               WHERE ATTRB_ID = :WS-TERM-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF NOT D004-DATA-TYPE-TEXT
                    MOVE 150                TO D013-MCA-TEXT-DS-LEN
                    MOVE LS-TVAL-IN-VALUE-TX
                                            TO D013-MCA-TEXT-DS-TEXT
                    PERFORM 3000-VALIDATE-ONE-VALUE
                 END-IF
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       3000-VALIDATE-ONE-VALUE.
      *------------------------*
