       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXLEIV.
       AUTHOR.       COGNIZANT.
       DATE-WRITTEN. OCTOBER 2026.
      *                                                                *
      ******************************************************************
      *                                                                *
      *   THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                 *
      *   IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.            *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *                   COMPILATION INSTRUCTION                      *
      *                  COMPILE VS COBOL 370                          *
      *                                                                *
      ******************************************************************
      *
      *    **LNKCTL**
      *    MODE AMODE(31) RMODE(ANY)
      *    NAME  DPMXLEIV(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXLEIV                                            *
      *                                                                *
      * LEGAL ENTITY IDENTIFIER (ISO 17442) FORMAT AND CHECK-DIGIT     *
      * VALIDATION.  AN LEI IS 18 UPPER-CASE LETTERS OR DIGITS         *
      * FOLLOWED BY TWO CHECK DIGITS.  EVERY LETTER IS REPLACED BY     *
      * ITS TWO-DIGIT VALUE (A = 10 ... Z = 35) AND THE RESULTING      *
      * NUMBER, TAKEN MODULO 97 (ISO 7064 MOD 97-10), MUST BE 1.       *
      * THE REMAINDER IS CARRIED DIGIT BY DIGIT SO NO FIELD EVER       *
      * HOLDS MORE THAN FOUR DIGITS.                                   *
      *                                                                *
      * RETURNS 'Y' IN LS-LEIV-VALID-IN FOR A VALID LEI, OTHERWISE     *
      * 'N' WITH LS-LEIV-RSN-CD  F = FORMAT (LENGTH / CHARACTERS),     *
      *                          C = CHECK DIGITS DO NOT VERIFY.       *
      * NO DATABASE ACCESS - CALLED BY DPMXCLEI WHEN AN LEI IS         *
      * ENTERED FOR A COMPANY.                                         *
      *                                                                *
      ******************************************************************
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXLEIV'.
       01  WS-ALNUM-TABLE                   PIC X(36) VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  FILLER REDEFINES WS-ALNUM-TABLE.
           05 WS-ALNUM-CHAR                 PIC X(01) OCCURS 36.
      *
       01  WS-LEI-WORK                      PIC X(20).
       01  FILLER REDEFINES WS-LEI-WORK.
           05 WS-LEI-CHAR                   PIC X(01) OCCURS 20.
       01  WS-LEI-CHECK-DIGITS REDEFINES WS-LEI-WORK.
           05 FILLER                        PIC X(18).
           05 WS-LEI-CHECK-NB               PIC X(02).
      *
       01  WS-POS                           PIC S9(4) COMP VALUE 0.
       01  WS-IDX                           PIC S9(4) COMP VALUE 0.
       01  WS-CHAR-VAL                      PIC S9(4) COMP VALUE 0.
       01  WS-REM                           PIC S9(4) COMP VALUE 0.
       01  WS-WORK-NB                       PIC S9(9) COMP VALUE 0.
       01  WS-QUOT                          PIC S9(9) COMP VALUE 0.
      *
       LINKAGE SECTION.
      *
       01  LS-LEIV-PASS-AREA.
           05 LS-LEIV-LEI-ID                PIC X(20).
           05 LS-LEIV-VALID-IN              PIC X(01).
              88 LS-LEIV-VALID              VALUE 'Y'.
           05 LS-LEIV-RSN-CD                PIC X(01).
              88 LS-LEIV-BAD-FORMAT         VALUE 'F'.
              88 LS-LEIV-BAD-CHECK          VALUE 'C'.
      *
       PROCEDURE DIVISION USING LS-LEIV-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           MOVE 'N'                         TO LS-LEIV-VALID-IN
           MOVE SPACES                      TO LS-LEIV-RSN-CD
           MOVE LS-LEIV-LEI-ID              TO WS-LEI-WORK

           IF WS-LEI-CHECK-NB NOT NUMERIC
              SET LS-LEIV-BAD-FORMAT        TO TRUE
              GOBACK
           END-IF

           MOVE 0                           TO WS-REM
           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > 20
                        OR LS-LEIV-BAD-FORMAT
              PERFORM 1000-FIND-CHAR-VALUE
              IF NOT LS-LEIV-BAD-FORMAT
                 PERFORM 2000-CARRY-REMAINDER
              END-IF
           END-PERFORM

           IF LS-LEIV-BAD-FORMAT
              GOBACK
           END-IF

           IF WS-REM = 1
              SET LS-LEIV-VALID             TO TRUE
           ELSE
              SET LS-LEIV-BAD-CHECK         TO TRUE
           END-IF

           GOBACK
           .
      *------------------------*
       1000-FIND-CHAR-VALUE.
      *------------------------*
      * POSITION IN WS-ALNUM-TABLE LESS ONE IS THE CHARACTER'S VALUE.
      * ANYTHING NOT IN THE TABLE (LOWER CASE, BLANK, PUNCTUATION)
      * IS A FORMAT ERROR.

           MOVE 0                           TO WS-CHAR-VAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > 36
                        OR WS-CHAR-VAL > 0
              IF WS-LEI-CHAR(WS-POS) = WS-ALNUM-CHAR(WS-IDX)
                 MOVE WS-IDX                TO WS-CHAR-VAL
              END-IF
           END-PERFORM

           IF WS-CHAR-VAL = 0
              SET LS-LEIV-BAD-FORMAT        TO TRUE
           ELSE
              SUBTRACT 1                    FROM WS-CHAR-VAL
           END-IF
           .
      *------------------------*
       2000-CARRY-REMAINDER.
      *------------------------*
      * A DIGIT SHIFTS THE RUNNING REMAINDER ONE PLACE, A LETTER
      * (TWO DIGITS) SHIFTS IT TWO PLACES.

           IF WS-CHAR-VAL < 10
              COMPUTE WS-WORK-NB = WS-REM * 10 + WS-CHAR-VAL
           ELSE
              COMPUTE WS-WORK-NB = WS-REM * 100 + WS-CHAR-VAL
           END-IF

           DIVIDE WS-WORK-NB BY 97 GIVING WS-QUOT
                                   REMAINDER WS-REM
           .
