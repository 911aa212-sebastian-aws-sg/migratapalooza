      * PROGRAM:   DPMXEDCV                                            *
      *                                                                *
      * DOCUMENT TYPE / VIEW INDICATOR CATALOG VALIDATION REPORT.      *
      * (TYPE 'S' IS ALSO VALID: THE FROZEN EXECUTED COPY THAT         *
      * DPMXMSTU FILES WHEN A TEMPLATE IS EXECUTED.)                   *
      * DPMXDADC AND DPMXDGTD EACH ENFORCE MCA_DOC_TYPE_CD IN ('P','O')*
      * AND MCA_DOC_VIEW_IN IN ('Y','N') ON THEIR OWN INPUT, BUT       *
      * NEITHER OF THOSE VALID-VALUE SETS IS BACKED BY A SHARED        *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             ACCEPT DOCUMENT TYPE 'S', THE      *
      *                             FROZEN EXECUTED COPY.              *
      *                                                                *
      * 08/09/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
       01  WS-DOC-VIEW-CNT                  PIC 9(9)  VALUE 0.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-TYPE                  VALUE 'Y' FALSE 'N'.
       01  WS-VIEW-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-VIEW                  VALUE 'Y' FALSE 'N'.
      *
           EXEC SQL
              INCLUDE SQLCA
                 SELECT MCA_VALUE_ID, MCA_TMPLT_ID, CMPNY_ID,
                        MCA_DOC_TYPE_CD
                 FROM   VDPM12_MCA_DOC
                 WHERE  MCA_DOC_TYPE_CD NOT IN ('P', 'O', 'S')
                 ORDER BY CMPNY_ID, MCA_TMPLT_ID
           END-EXEC
      *
