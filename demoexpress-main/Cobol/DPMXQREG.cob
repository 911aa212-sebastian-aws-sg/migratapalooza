      * PUBLICATION DATES.  A TYPE '0' HEADER CARRIES THE QUARTER     *
      * AND THE ORIGINAL/CORRECTION FLAG; A TYPE '9' TRAILER CARRIES  *
      * THE RECORD COUNT CONTROL TOTAL.                               *
      * EVERY DETAIL RECORD ENDS WITH THE DEALER AND CLIENT LEI FROM   *
      * VDPM61_CMPNY_LEI (SPACES WHEN NONE IS RECORDED).              *
      *                                                                *
      * RESUBMISSION: MODE 'C' REGENERATES A PRIOR QUARTER WITH THE   *
      * HEADER FLAGGED AS A CORRECTION - SAME SELECTION, SO THE       *
      * -------                                                        *
      * VDPM14_MCA_TMPLT, VDPM01_MCA_CMPNY, VDPM02_DELR_CMPNY          *
      * VDPM43_REG_FILNG     - REGULATORY FILING REGISTER              *
      * VDPM61_CMPNY_LEI     - COMPANY LEI REGISTRY                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *                             SUBMISSION IS TRACKED OFF THE      *
      *                             SPREADSHEET (SEE DPMXQRSP).        *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             DEALER AND CLIENT LEI ADDED TO THE *
      *                             END OF EVERY DETAIL RECORD.        *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           05 RX-REGN-ID                    PIC X(8).
           05 RX-PBLTN-DT                   PIC X(10).
           05 RX-EXE-TS                     PIC X(26).
           05 RX-DELR-LEI-ID                PIC X(20).
           05 RX-CLNT-LEI-ID                PIC X(20).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-X-REGN-ID                     PIC X(8)  VALUE SPACES.
       01  WS-X-PBLTN-DT                    PIC X(10) VALUE SPACES.
       01  WS-X-EXE-TS                      PIC X(26) VALUE SPACES.
       01  WS-X-DELR-LEI-ID                 PIC X(20) VALUE SPACES.
       01  WS-X-CLNT-LEI-ID                 PIC X(20) VALUE SPACES.
      *
           EXEC SQL
              INCLUDE SQLCA
                       ,DPM14.ATTRB_REGN_ID
                       ,CHAR(DPM14.MCA_PBLTN_DT, ISO)
                       ,DPM14.MCA_EXE_TS
                       ,COALESCE(DLEI.LEI_ID, ' ')
                       ,COALESCE(CLEI.LEI_ID, ' ')
                 FROM   VDPM14_MCA_TMPLT DPM14
                 LEFT OUTER JOIN VDPM02_DELR_CMPNY DPM02
                   ON   DPM02.CMPNY_ID = DPM14.DELR_CMPNY_ID
                 LEFT OUTER JOIN VDPM01_MCA_CMPNY DPM01
                   ON   DPM01.CMPNY_ID = DPM14.CLNT_CMPNY_ID
                 LEFT OUTER JOIN VDPM61_CMPNY_LEI DLEI
                   ON   DLEI.CMPNY_ID  = DPM14.DELR_CMPNY_ID
                 LEFT OUTER JOIN VDPM61_CMPNY_LEI CLEI
                   ON   CLEI.CMPNY_ID  = DPM14.CLNT_CMPNY_ID
                 WHERE  DPM14.MCA_EXE_TS >= :WS-FROM-TS
                   AND  DPM14.MCA_EXE_TS <= :WS-TO-TS
                 ORDER BY DPM14.MCA_EXE_TS, DPM14.MCA_TMPLT_ID
                    ,:WS-X-REGN-ID
                    ,:WS-X-PBLTN-DT
                    ,:WS-X-EXE-TS
                    ,:WS-X-DELR-LEI-ID
                    ,:WS-X-CLNT-LEI-ID
           END-EXEC

           EVALUATE SQLCODE
           MOVE WS-X-REGN-ID                TO RX-REGN-ID
           MOVE WS-X-PBLTN-DT               TO RX-PBLTN-DT
           MOVE WS-X-EXE-TS                 TO RX-EXE-TS
           MOVE WS-X-DELR-LEI-ID            TO RX-DELR-LEI-ID
           MOVE WS-X-CLNT-LEI-ID            TO RX-CLNT-LEI-ID
           WRITE REGEXTR-REC
           ADD 1                            TO WS-REC-CNT
           .
