      *                             FROM-CHECKPOINT ON RERUN AND A     *
      *                             MAX-APPLIES-PER-RUN THROTTLE.      *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             PASS DPMXMAMN'S NEW EFFECTIVE-DATE *
      *                             PARAMETER AS BLANK SO CAMPAIGN     *
      *                             AMENDMENTS STILL POST AT ONCE.     *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             PASS DPMXMAMN'S NEW COMMENT        *
      *                             VISIBILITY PARAMETER AS BLANK      *
      *                             (SHARED).                          *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       01  WS-MAMN-VALUE-ID                 PIC S9(18) COMP-3.
       01  WS-MAMN-DOC-DEL-IND              PIC X(01).
       01  WS-MAMN-DOCUMENT USAGE IS SQL TYPE IS BLOB(2097152).
       01  WS-MAMN-EFF-DT                   PIC X(10).
       01  WS-MAMN-CMNT-VSBL-CD             PIC X(01).
      *
           EXEC SQL
              INCLUDE SQLCA
           MOVE 0                           TO WS-MAMN-VALUE-ID
           MOVE 'N'                         TO WS-MAMN-DOC-DEL-IND
           MOVE 0                           TO WS-MAMN-DOCUMENT-LENGTH
           MOVE SPACES                      TO WS-MAMN-EFF-DT
                                               WS-MAMN-CMNT-VSBL-CD

           CALL WS-MAMN-PROGRAM USING WS-MAMN-OUTSQLCA,
                                      WS-MAMN-ERROR-AREA,
                                      WS-MAMN-AMND-ID,
                                      WS-MAMN-VALUE-ID,
                                      WS-MAMN-DOC-DEL-IND,
                                      WS-MAMN-DOCUMENT,
                                      WS-MAMN-EFF-DT,
                                      WS-MAMN-CMNT-VSBL-CD

           IF WS-MAMN-RC = 'SP00'
              ADD 1                         TO WS-APPLY-CNT
