       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXSNAP.
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
      *    NAME  DPMXSNAP(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXSNAP                                            *
      *                                                                *
      * COMMON EXECUTED-COPY BUILDER.  GIVEN A TEMPLATE ID, READS THE  *
      * TEMPLATE'S MASTER CONTENT -- EVERY CATEGORY, TERM, AMENDMENT   *
      * AND LINKED VALUE ON VDPM07 / VDPM08 / VDPM16 / VDPM18, WITH    *
      * THE TEXT FROM VDPM13 AND THE DOCUMENT DESCRIPTION AND CHECKSUM *
      * FROM VDPM12 -- AND LAYS IT OUT AS ONE LINE PER LINKED VALUE IN *
      * A FIXED ORDER, THEN CHECKSUMS THE RESULT WITH DPMXDCKS.        *
      *                                                                *
      * DPMXMSTU CALLS IT WHEN A TEMPLATE IS EXECUTED AND STORES THE   *
      * BUFFER ON VDPM12_MCA_DOC AS THE FROZEN EXECUTED COPY.  THE     *
      * MONTHLY DRIFT CHECK DPMXSNDR CALLS IT AGAIN ON THE LIVE ROWS   *
      * AND COMPARES.  BOTH MUST GO THROUGH THIS ROUTINE SO THE LAYOUT *
      * AND ORDER CAN NEVER DIFFER BETWEEN THE TWO.                    *
      *                                                                *
      * LINE LAYOUT (ONE PER ROW, ENDED BY A NEW-LINE BYTE):           *
      *   HEADER   MCA EXECUTED COPY TEMPLATE NNNNNNNNN                *
      *   DETAIL   C=CTGRY/SQ/ST T=TERM/SQ/ST A=AMND/ST V=T/VALUE-ID   *
      *            FOLLOWED BY THE TEXT (T), OR THE DOCUMENT           *
      *            DESCRIPTION AND STORED CHECKSUM (D)                 *
      *                                                                *
      * A TEMPLATE TOO LARGE FOR THE 2MB BUFFER IS CUT AT THE LAST     *
      * WHOLE LINE THAT FITS AND THE OVERFLOW SWITCH IS SET; THE CUT   *
      * IS THE SAME ON EVERY CALL, SO THE COMPARISON STILL HOLDS.      *
      * ANY SQL ERROR IS HANDED BACK IN THE PASS AREA.                 *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM07_MCA_CTGRY      - TEMPLATE CATEGORIES                    *
      * VDPM08_MCA_TERMS      - TEMPLATE TERMS                         *
      * VDPM16_MCA_AMND       - AMENDMENTS                             *
      * VDPM18_MCA_LINK       - AMENDMENT VALUE LINKS                  *
      * VDPM13_MCA_TEXT       - TEXT VALUES                            *
      * VDPM12_MCA_DOC        - DOCUMENT VALUES                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      * DPM0701 / DPM0801 / DPM1601 / DPM1801 / DPM1201                *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXDCKS - COMMON DOCUMENT CHECKSUM ROUTINE                    *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXSNAP'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-CKS-PROGRAM                   PIC X(08) VALUE 'DPMXDCKS'.
      *
       01  WS-SNAP-TMPLT-ID                 PIC S9(9) COMP VALUE 0.
       01  WS-SNAP-PTR                      PIC S9(9) COMP VALUE 0.
       01  WS-SNAP-LINE-START               PIC S9(9) COMP VALUE 0.
       01  WS-SNAP-EOL                      PIC X(01) VALUE X'25'.
       01  WS-SNAP-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-SNAP-ROWS             VALUE 'Y'.
      *
       01  WS-SNAP-ED-TMPLT                 PIC 9(09).
       01  WS-SNAP-ED-CTGRY-SQ              PIC 9(04).
       01  WS-SNAP-ED-TERM-SQ               PIC 9(04).
       01  WS-SNAP-ED-AMND-ID               PIC 9(18).
       01  WS-SNAP-ED-VALUE-ID              PIC 9(18).
       01  WS-SNAP-ED-CHKSM                 PIC 9(18).
      *
       01  WS-SNAP-TEXT.
           49 WS-SNAP-TEXT-LEN              PIC S9(4) COMP.
           49 WS-SNAP-TEXT-TEXT             PIC X(32000).
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0701
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0801
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1801
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1201
           END-EXEC
      *
      * THE ORDER BY IS THE FULL KEY OF EVERY ROW SO TWO BUILDS OF THE
      * SAME CONTENT ALWAYS COME OUT BYTE FOR BYTE THE SAME.
           EXEC SQL
              DECLARE SNAP_CSR CURSOR FOR
                 SELECT DPM07.ATTRB_CTGRY_ID
                       ,DPM07.CTGRY_SQ
                       ,DPM07.CTGRY_STAT_CD
                       ,DPM08.ATTRB_TERM_ID
                       ,DPM08.TERM_SQ
                       ,DPM08.TERM_STAT_CD
                       ,DPM16.MCA_AMND_ID
                       ,COALESCE(DPM18.AMND_STAT_CD,' ')
                       ,COALESCE(DPM18.MCA_VALUE_TYPE_CD,' ')
                       ,COALESCE(DPM18.MCA_VALUE_ID,0)
                       ,COALESCE(DPM13.MCA_TEXT_DS,' ')
                       ,COALESCE(DPM12.MCA_DOC_DS,' ')
                       ,COALESCE(DPM12.DOC_CHKSM_NB,0)
                   FROM VDPM07_MCA_CTGRY                  DPM07
             INNER JOIN VDPM08_MCA_TERMS                  DPM08
                     ON DPM07.MCA_TMPLT_ID   = DPM08.MCA_TMPLT_ID
                    AND DPM07.ATTRB_CTGRY_ID = DPM08.ATTRB_CTGRY_ID
                    AND DPM07.CTGRY_SQ       = DPM08.CTGRY_SQ
                    AND DPM08.ATTRB_TERM_ID  > ' '
                    AND DPM08.TERM_SQ        > 0
             INNER JOIN VDPM16_MCA_AMND                   DPM16
                     ON DPM08.MCA_TMPLT_ID   = DPM16.MCA_TMPLT_ID
                    AND DPM08.ATTRB_CTGRY_ID = DPM16.ATTRB_CTGRY_ID
                    AND DPM08.CTGRY_SQ       = DPM16.CTGRY_SQ
                    AND DPM08.ATTRB_TERM_ID  = DPM16.ATTRB_TERM_ID
                    AND DPM08.TERM_SQ        = DPM16.TERM_SQ
                    AND DPM16.MCA_AMND_ID    > 0
        LEFT OUTER JOIN VDPM18_MCA_LINK                   DPM18
                     ON DPM18.MCA_AMND_ID    = DPM16.MCA_AMND_ID
                    AND DPM18.MCA_VALUE_ID   > 0
                    AND DPM18.MCA_VALUE_TYPE_CD IN ('T','D','C')
        LEFT OUTER JOIN VDPM13_MCA_TEXT                   DPM13
                     ON DPM13.MCA_VALUE_ID   = DPM18.MCA_VALUE_ID
                    AND DPM18.MCA_VALUE_TYPE_CD = 'T'
        LEFT OUTER JOIN VDPM12_MCA_DOC                    DPM12
                     ON DPM12.MCA_VALUE_ID   = DPM18.MCA_VALUE_ID
                    AND DPM18.MCA_VALUE_TYPE_CD = 'D'
                  WHERE DPM07.MCA_TMPLT_ID   = :WS-SNAP-TMPLT-ID
                  ORDER BY DPM07.CTGRY_SQ
                          ,DPM07.ATTRB_CTGRY_ID
                          ,DPM08.TERM_SQ
                          ,DPM08.ATTRB_TERM_ID
                          ,DPM16.MCA_AMND_ID
                          ,9
                          ,10
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-SNAP-PASS-AREA.
           05 LS-SNAP-TMPLT-ID              PIC S9(9) COMP.
           05 LS-SNAP-LINE-CNT              PIC S9(9) COMP.
           05 LS-SNAP-OVERFLOW-SW           PIC X(01).
              88 LS-SNAP-OVERFLOW           VALUE 'Y'.
           05 LS-SNAP-SQLCODE               PIC S9(9) COMP.
           05 LS-SNAP-CKS-AREA.
              10 LS-SNAP-LENGTH             PIC S9(9) COMP.
              10 LS-SNAP-CHKSM              PIC S9(18)V COMP-3.
              10 LS-SNAP-BUFFER             PIC X(2097152).
      *
       PROCEDURE DIVISION USING LS-SNAP-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           MOVE 0                           TO LS-SNAP-SQLCODE
                                               LS-SNAP-LINE-CNT
                                               LS-SNAP-LENGTH
                                               LS-SNAP-CHKSM
           MOVE 'N'                         TO LS-SNAP-OVERFLOW-SW
           MOVE 'N'                         TO WS-SNAP-EOF-SW
           MOVE LS-SNAP-TMPLT-ID            TO WS-SNAP-TMPLT-ID
           MOVE 1                           TO WS-SNAP-PTR

           PERFORM 1000-WRITE-HEADER
           PERFORM 2000-BUILD-DETAIL

           COMPUTE LS-SNAP-LENGTH = WS-SNAP-PTR - 1
           CALL WS-CKS-PROGRAM USING LS-SNAP-CKS-AREA
           GOBACK
           .
      *------------------------*
       1000-WRITE-HEADER.
      *------------------------*
           MOVE '1000-WRITE-HEADER'         TO WS-PARAGRAPH-NAME
           MOVE WS-SNAP-TMPLT-ID            TO WS-SNAP-ED-TMPLT

           STRING 'MCA EXECUTED COPY TEMPLATE ' WS-SNAP-ED-TMPLT
                  WS-SNAP-EOL
                  DELIMITED BY SIZE INTO LS-SNAP-BUFFER
                  WITH POINTER WS-SNAP-PTR
           END-STRING
           ADD 1                            TO LS-SNAP-LINE-CNT
           .
      *------------------------*
       2000-BUILD-DETAIL.
      *------------------------*
           MOVE '2000-BUILD-DETAIL'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN SNAP_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-ROW
           PERFORM UNTIL NO-MORE-SNAP-ROWS
                      OR LS-SNAP-OVERFLOW
              PERFORM 2200-WRITE-DETAIL-LINE
              PERFORM 2100-FETCH-NEXT-ROW
           END-PERFORM

           EXEC SQL
              CLOSE SNAP_CSR
           END-EXEC
           .
      *------------------------*
       2100-FETCH-NEXT-ROW.
      *------------------------*
           MOVE '2100-FETCH-NEXT-ROW'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH SNAP_CSR
                INTO :D007-ATTRB-CTGRY-ID
                    ,:D007-CTGRY-SQ
                    ,:D007-CTGRY-STAT-CD
                    ,:D008-ATTRB-TERM-ID
                    ,:D008-TERM-SQ
                    ,:D008-TERM-STAT-CD
                    ,:D016-MCA-AMND-ID
                    ,:D018-AMND-STAT-CD
                    ,:D018-MCA-VALUE-TYPE-CD
                    ,:D018-MCA-VALUE-ID
                    ,:WS-SNAP-TEXT
                    ,:D012-MCA-DOC-DS
                    ,:D012-DOC-CHKSM-NB
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-SNAP-ROWS      TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       2200-WRITE-DETAIL-LINE.
      *------------------------*
      * A LINE THAT DOES NOT FIT IS BACKED OUT WHOLE, SO THE BUFFER
      * ALWAYS ENDS ON A LINE BOUNDARY.

           MOVE '2200-WRITE-DETAIL-LINE'    TO WS-PARAGRAPH-NAME
           MOVE WS-SNAP-PTR                 TO WS-SNAP-LINE-START
           MOVE D007-CTGRY-SQ               TO WS-SNAP-ED-CTGRY-SQ
           MOVE D008-TERM-SQ                TO WS-SNAP-ED-TERM-SQ
           MOVE D016-MCA-AMND-ID            TO WS-SNAP-ED-AMND-ID
           MOVE D018-MCA-VALUE-ID           TO WS-SNAP-ED-VALUE-ID

           STRING 'C=' D007-ATTRB-CTGRY-ID '/' WS-SNAP-ED-CTGRY-SQ
                  '/' D007-CTGRY-STAT-CD
                  ' T=' D008-ATTRB-TERM-ID '/' WS-SNAP-ED-TERM-SQ
                  '/' D008-TERM-STAT-CD
                  ' A=' WS-SNAP-ED-AMND-ID '/' D018-AMND-STAT-CD
                  ' V=' D018-MCA-VALUE-TYPE-CD '/' WS-SNAP-ED-VALUE-ID
                  ' '
                  DELIMITED BY SIZE INTO LS-SNAP-BUFFER
                  WITH POINTER WS-SNAP-PTR
                  ON OVERFLOW
                     SET LS-SNAP-OVERFLOW   TO TRUE
           END-STRING

           EVALUATE TRUE
              WHEN LS-SNAP-OVERFLOW
                 CONTINUE
              WHEN D018-MCA-VALUE-TYPE-CD = 'T'
               AND WS-SNAP-TEXT-LEN > 0
                 STRING WS-SNAP-TEXT-TEXT(1:WS-SNAP-TEXT-LEN)
                        DELIMITED BY SIZE INTO LS-SNAP-BUFFER
                        WITH POINTER WS-SNAP-PTR
                        ON OVERFLOW
                           SET LS-SNAP-OVERFLOW
                                            TO TRUE
                 END-STRING
              WHEN D018-MCA-VALUE-TYPE-CD = 'D'
                 MOVE D012-DOC-CHKSM-NB     TO WS-SNAP-ED-CHKSM
                 STRING D012-MCA-DOC-DS '/' WS-SNAP-ED-CHKSM
                        DELIMITED BY SIZE INTO LS-SNAP-BUFFER
                        WITH POINTER WS-SNAP-PTR
                        ON OVERFLOW
                           SET LS-SNAP-OVERFLOW
                                            TO TRUE
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF NOT LS-SNAP-OVERFLOW
              STRING WS-SNAP-EOL
                     DELIMITED BY SIZE INTO LS-SNAP-BUFFER
                     WITH POINTER WS-SNAP-PTR
                     ON OVERFLOW
                        SET LS-SNAP-OVERFLOW
                                            TO TRUE
              END-STRING
           END-IF

           IF LS-SNAP-OVERFLOW
              MOVE WS-SNAP-LINE-START       TO WS-SNAP-PTR
           ELSE
              ADD 1                         TO LS-SNAP-LINE-CNT
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO LS-SNAP-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           GOBACK
           .
