       01  WS-PARMAREA.
               02  WS-EMPNO                PIC X(06).
       01  WS-MISSING-MANDATORY-FLD        PIC X(1) VALUE SPACES.
       01  WS-TODAY-DT                     PIC X(8) VALUE SPACES.
       01  PSEPDT                          PIC X(8) VALUE SPACES.
                                                                        
      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING                                    
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES                
                                          INDEXED BY ERROR-INDEX.       
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.               
                                                                        
      /                                                                 
      *-----------------------------------------------------------------
                                                                        
       01  CASTMEMPI         PIC X(6).
       01  CASTMDEPO         PIC X(4).
      *    NAME IS THE FULL 32-BYTE FIRSTNME/MIDINIT/LASTNAME GROUP SO
      *    A READ FOLLOWED BY AN UPDATE RETURNS THE NAME UNCHANGED
       01  CASTMNAMEO        PIC X(32).
       01  CASTMJOB          PIC X(8).
       01  CASTMBDATEO       PIC X(8).
       01  CASTMHDATEO       PIC X(8).
            IF ADD-REC-FLAG = "Y"                                       
                 PERFORM 4000-READ-EMPLOYEE-RECORD                      
            ELSE                                                        
      *          ADD-REC-FLAG COMES BACK "E" WHEN THE ADD OR UPDATE
      *          FAILED, SO ONLINE CALLERS CAN BACK OUT
                 PERFORM 5000-UPDATE-EMPLOYEE-RECORD
                    THRU 5000-EXIT
            END-IF.                                                     

            GOBACK.
                                                                        
      *-----------------------------------------------------------------                                                                  
      * READ EMPLOYEE RECORDS BY MAKING A CALL TO DB2 TABLE                                                                              
                      BIRTHDATE,
                      SALARY,
                      BONUS,
                      COMM,
                      SEP_DT
                  INTO
                      :PFIRSTNME
                    , :PMIDINIT
                    , :PSALARY
                    , :PBONUS
                    , :PCOMM
                    , :PSEPDT
                  FROM EMP
                  WHERE EMPNO = :WS-EMPNO
                END-EXEC.
                MOVE SQLCODE  TO PSQLCODE.
                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

      *    AN EMPLOYEE WHOSE SEPARATION DATE HAS ARRIVED IS NO LONGER
      *    AN ACTIVE EMPLOYEE: RETURNED EMPTY, FLAGGED "S" FOR CALLERS
                ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
                IF  PSQLCODE = 0
                AND PSEPDT NOT = SPACES
                AND PSEPDT NOT > WS-TODAY-DT
                    MOVE SPACES     TO PEMPNO
                                       PWORKDEPT
                                       PFIRSTNME
                                       PMIDINIT
                                       PLASTNAME
                                       PHIREDATE
                                       PJOB
                    MOVE 0          TO PSALARY
                                       PBONUS
                                       PCOMM
                    MOVE "S"        TO ADD-REC-FLAG
                    DISPLAY 'EMPLOYEE SEPARATED ' PSEPDT
                            ' FOR EMPNO = ' WS-EMPNO
                END-IF.

                MOVE PEMPNO               TO CASTMEMPI
                MOVE PWORKDEPT            TO CASTMDEPO
                MOVE PEMPNAME             TO CASTMNAMEO
               WHEN +100
                    MOVE "Y"        TO ADD-REC-FLAG
               WHEN OTHER
                    MOVE "E"        TO ADD-REC-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.
                                                                        
           MOVE SQLCODE  TO PSQLCODE.                                   
                             BIRTHDATE,
                             SALARY,
                             BONUS,
                             COMM,
                             EMP_STAT_CD,
                             SEP_DT,
                             SEP_RSN_CD
                          )
                           VALUES
                          (
                          , :PSALARY
                          , :PBONUS
                          , :PCOMM
                          , 'A'
                          , ' '
                          , ' '
                          )
               END-EXEC

                   WHEN 0
                        MOVE SPACES TO ADD-REC-FLAG
                   WHEN OTHER
                        MOVE "E"    TO ADD-REC-FLAG
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE
               END-IF
                   WHEN 0                                               
                        CONTINUE                                        
                   WHEN OTHER                                           
                        MOVE "E"    TO ADD-REC-FLAG
                        PERFORM 9000-DBERROR THRU 9000-EXIT             
               END-EVALUATE                                            
                                                                        
           END-IF.                                                      

       5000-EXIT.
                EXIT.
                                                                        
      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE                                
