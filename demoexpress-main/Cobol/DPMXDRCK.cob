       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXDRCK.
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
      *                  COMPILE DB2 VS COBOL 370                      *
      *                                                                *
      ******************************************************************
      *
      *    **LNKCTL**
      *    MODE AMODE(31) RMODE(ANY)
      *    NAME  DPMXDRCK(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXDRCK                                            *
      *                                                                *
      * EXECUTION-READINESS DOCUMENT CHECK.  GIVEN A TEMPLATE ID,      *
      * RETURNS THE DOCUMENT KINDS THE COUNTERPARTY STILL OWES US      *
      * BEFORE THE TEMPLATE MAY BE EXECUTED.  THE REQUIRED KINDS       *
      * COME FROM THE MAINTAINED CHECKLIST VDPM56_DOC_RQMT, KEYED BY   *
      * THE CLIENT COMPANY'S VDPM01 CMPNY_TYPE_CD AND THE TEMPLATE'S   *
      * ATTRB_PRDCT_ID ('*' IN EITHER KEY MEANS EVERY TYPE / EVERY     *
      * PRODUCT).  A KIND IS SATISFIED BY ANY LIVE (DOC_DEL_CD ' ')    *
      * VDPM12_MCA_DOC ROW OF THAT DOC_KIND_CD OWNED BY THE CLIENT,    *
      * OR SHARED WITH THE CLIENT THROUGH VDPM09_DOC_USER.             *
      * QUARANTINED DOCUMENTS STILL AWAITING THE MALWARE SCAN DO NOT   *
      * COUNT.                                                         *
      *                                                                *
      * CALLED BY DPMXMSTU 2305-EXECUTE-MCA (THE EXECUTION GATE) AND   *
      * BY THE DPMXDRDY PENDING-TEMPLATE READINESS REPORT, SO BOTH     *
      * ALWAYS AGREE ON WHAT IS MISSING.                               *
      *                                                                *
      * LS-DRCK-MISS-CNT   - NUMBER OF KINDS STILL MISSING             *
      * LS-DRCK-MISS-LIST  - THE FIRST TWELVE MISSING KIND CODES,      *
      *                      BLANK-SEPARATED                           *
      * A TEMPLATE THAT IS NOT ON VDPM14 RETURNS NOTHING MISSING.      *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM56_DOC_RQMT       - REQUIRED DOCUMENT CHECKLIST            *
      * VDPM14_MCA_TMPLT      - TEMPLATE CLIENT / PRODUCT              *
      * VDPM01_MCA_CMPNY      - CLIENT COMPANY TYPE                    *
      * VDPM12_MCA_DOC        - DOCUMENTS ON FILE                      *
      * VDPM09_DOC_USER       - DOCUMENTS SHARED WITH A COMPANY        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM5601                                                *
      *----------------------------------------------------------------*
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXDRCK'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-CLNT-CMPNY-ID                 PIC X(08) VALUE SPACES.
       01  WS-PRDCT-ID                      PIC X(08) VALUE SPACES.
       01  WS-CMPNY-TYPE-CD                 PIC X(01) VALUE SPACES.
       01  WS-LIST-PTR                      PIC S9(4) COMP VALUE 1.
       01  WS-MAX-LISTED                    PIC S9(4) COMP VALUE 12.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM5601
           END-EXEC
      *
           EXEC SQL
              DECLARE DRCK_MISS_CSR CURSOR FOR
                 SELECT DISTINCT R.DOC_KIND_CD
                 FROM   VDPM56_DOC_RQMT R
                 WHERE  R.RQMT_STAT_CD  = 'A'
                   AND  R.CMPNY_TYPE_CD  IN (:WS-CMPNY-TYPE-CD, '*')
                   AND  R.ATTRB_PRDCT_ID IN (:WS-PRDCT-ID, '*')
                   AND  NOT EXISTS
                        (SELECT 1
                           FROM VDPM12_MCA_DOC D
                          WHERE D.DOC_KIND_CD = R.DOC_KIND_CD
                            AND D.DOC_DEL_CD  = ' '
                            AND (D.CMPNY_ID   = :WS-CLNT-CMPNY-ID
                              OR EXISTS
                                 (SELECT 1
                                    FROM VDPM09_DOC_USER U
                                   WHERE U.MCA_VALUE_ID =
                                         D.MCA_VALUE_ID
                                     AND U.CMPNY_ID     =
                                         :WS-CLNT-CMPNY-ID)))
                 ORDER BY R.DOC_KIND_CD
                 WITH UR
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-DRCK-PASS-AREA.
           05 LS-DRCK-TMPLT-ID              PIC S9(9) COMP.
           05 LS-DRCK-CLNT-CMPNY-ID         PIC X(08).
           05 LS-DRCK-MISS-CNT              PIC S9(4) COMP.
           05 LS-DRCK-MISS-LIST             PIC X(60).
           05 LS-DRCK-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-DRCK-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           MOVE 0                           TO LS-DRCK-MISS-CNT
                                               LS-DRCK-SQLCODE
           MOVE SPACES                      TO LS-DRCK-MISS-LIST
                                               LS-DRCK-CLNT-CMPNY-ID
           MOVE 1                           TO WS-LIST-PTR
           MOVE 'N'                         TO WS-EOF-SW

           PERFORM 1000-GET-TEMPLATE-KEYS
           IF LS-DRCK-SQLCODE = 0
            AND WS-CLNT-CMPNY-ID NOT = SPACES
              PERFORM 2000-LIST-MISSING-KINDS
           END-IF

           GOBACK
           .
      *----------------------------------*
       1000-GET-TEMPLATE-KEYS.
      *----------------------------------*
           MOVE '1000-GET-TEMPLATE-KEYS'    TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-CLNT-CMPNY-ID
                                               WS-PRDCT-ID
                                               WS-CMPNY-TYPE-CD

           EXEC SQL
              SELECT CLNT_CMPNY_ID
                    ,ATTRB_PRDCT_ID
                INTO :WS-CLNT-CMPNY-ID
                    ,:WS-PRDCT-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :LS-DRCK-TMPLT-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-CLNT-CMPNY-ID      TO LS-DRCK-CLNT-CMPNY-ID
              WHEN +100
                 MOVE SPACES                TO WS-CLNT-CMPNY-ID
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-CLNT-CMPNY-ID NOT = SPACES
              EXEC SQL
                 SELECT CMPNY_TYPE_CD
                   INTO :WS-CMPNY-TYPE-CD
                   FROM  VDPM01_MCA_CMPNY
                  WHERE  CMPNY_ID = :WS-CLNT-CMPNY-ID
                   WITH  UR
              END-EXEC

      *       AN UNREGISTERED COUNTERPARTY HAS NO COMPANY TYPE, SO
      *       ONLY THE '*' (EVERY TYPE) CHECKLIST ROWS APPLY TO IT.
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE SPACES             TO WS-CMPNY-TYPE-CD
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-IF
           .
      *----------------------------------*
       2000-LIST-MISSING-KINDS.
      *----------------------------------*
           MOVE '2000-LIST-MISSING-KINDS'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN DRCK_MISS_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
              GOBACK
           END-IF

           PERFORM 2100-FETCH-NEXT-KIND
           PERFORM UNTIL NO-MORE-ROWS
              ADD 1                         TO LS-DRCK-MISS-CNT
              IF LS-DRCK-MISS-CNT <= WS-MAX-LISTED
                 STRING D56A-DOC-KIND-CD ' '
                        DELIMITED BY SIZE
                        INTO LS-DRCK-MISS-LIST
                        WITH POINTER WS-LIST-PTR
                 END-STRING
              END-IF
              PERFORM 2100-FETCH-NEXT-KIND
           END-PERFORM

           EXEC SQL
              CLOSE DRCK_MISS_CSR
           END-EXEC
           .
      *----------------------------------*
       2100-FETCH-NEXT-KIND.
      *----------------------------------*
           EXEC SQL
              FETCH DRCK_MISS_CSR
                INTO :D56A-DOC-KIND-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 SET NO-MORE-ROWS           TO TRUE
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO LS-DRCK-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           .
