       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXTCNF.
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
      *    NAME  DPMXTCNF(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXTCNF                                            *
      *                                                                *
      * LIVE TEMPLATE CONFLICT CHECK.  ONLY ONE LIVE AGREEMENT MAY     *
      * COVER A DEALER / CLIENT PAIR FOR ONE ATTRB_PRDCT_ID /          *
      * ATTRB_SUB_PRDCT_ID / ATTRB_REGN_ID COMBINATION.  GIVEN A       *
      * TEMPLATE ID AND THE CLASS OF AGREEMENT IT IS ABOUT TO BECOME,  *
      * RETURNS HOW MANY OTHER LIVE TEMPLATES OF THAT CLASS ALREADY    *
      * COVER THE SAME DEALER, CLIENT AND COMBINATION ON               *
      * VDPM14_MCA_TMPLT, AND THE LOWEST OF THEIR IDS.                 *
      *                                                                *
      * LS-TCNF-CLASS-CD                                               *
      *   'E' - EXECUTED MCA: TYPE 'E' NOT DELETED ('L'), EXPIRED      *
      *         ('X'), TERMINATED ('T'), NOVATED ('V') OR              *
      *         SUPERSEDED ('S').                                      *
      *   'I' - ISDA TEMPLATE: TYPE 'I' PUBLISHED ('P').               *
      *                                                                *
      * A RE-EXECUTION WORKING COPY (TYPE 'R') REPLACES THE EXECUTED   *
      * MCA IT WAS COPIED FROM (MCA_CSTMZ_TMPLT_ID), SO THAT ORIGINAL  *
      * IS NOT A CONFLICT; ITS ID IS RETURNED IN LS-TCNF-PRED-TMPLT-ID *
      * FOR THE CALLER TO SUPERSEDE.  THE ORIGINAL MUST OTHERWISE BE   *
      * SUPERSEDED FIRST THROUGH DPMXSPRS.                             *
      *                                                                *
      * CALLED BY DPMXAPUB (PUBLISH) AND DPMXMSTU 2305-EXECUTE-MCA     *
      * (EXECUTION).  THE NIGHTLY DPMXTCNR REPORT APPLIES THE SAME     *
      * LIVE RULES TO EVERY TEMPLATE ON THE TABLE.                     *
      *                                                                *
      * A TEMPLATE THAT IS NOT ON VDPM14 RETURNS NO CONFLICT.          *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM14_MCA_TMPLT      - MCA TEMPLATE                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM1401                                                *
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
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXTCNF'.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-CLASS-CD                      PIC X(01) VALUE SPACES.
       01  WS-PRED-TMPLT-ID                 PIC S9(9) COMP VALUE 0.
       01  WS-CNFL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-CNFL-TMPLT-ID                 PIC S9(9) COMP VALUE 0.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  LS-TCNF-PASS-AREA.
           05 LS-TCNF-TMPLT-ID              PIC S9(9) COMP.
           05 LS-TCNF-CLASS-CD              PIC X(01).
              88 LS-TCNF-EXECUTED           VALUE 'E'.
              88 LS-TCNF-ISDA-PUBLISHED     VALUE 'I'.
           05 LS-TCNF-CNFL-CNT              PIC S9(4) COMP.
           05 LS-TCNF-CNFL-TMPLT-ID         PIC S9(9) COMP.
           05 LS-TCNF-PRED-TMPLT-ID         PIC S9(9) COMP.
           05 LS-TCNF-SQLCODE               PIC S9(9) COMP.
      *
       PROCEDURE DIVISION USING LS-TCNF-PASS-AREA.
      *----------*
       0000-MAIN.
      *----------*
           MOVE 0                           TO LS-TCNF-CNFL-CNT
                                               LS-TCNF-CNFL-TMPLT-ID
                                               LS-TCNF-PRED-TMPLT-ID
                                               LS-TCNF-SQLCODE
                                               WS-PRED-TMPLT-ID
           MOVE LS-TCNF-CLASS-CD            TO WS-CLASS-CD

           PERFORM 1000-GET-TEMPLATE-KEYS
           IF LS-TCNF-SQLCODE = 0
            AND D014-MCA-TMPLT-ID NOT = 0
              PERFORM 2000-COUNT-CONFLICTS
           END-IF

           GOBACK
           .
      *----------------------------------*
       1000-GET-TEMPLATE-KEYS.
      *----------------------------------*
           MOVE '1000-GET-TEMPLATE-KEYS'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_ID
                    ,MCA_TMPLT_TYPE_CD
                    ,DELR_CMPNY_ID
                    ,CLNT_CMPNY_ID
                    ,ATTRB_PRDCT_ID
                    ,ATTRB_SUB_PRDCT_ID
                    ,ATTRB_REGN_ID
                    ,MCA_CSTMZ_TMPLT_ID
                INTO :D014-MCA-TMPLT-ID
                    ,:D014-MCA-TMPLT-TYPE-CD
                    ,:D014-DELR-CMPNY-ID
                    ,:D014-CLNT-CMPNY-ID
                    ,:D014-ATTRB-PRDCT-ID
                    ,:D014-ATTRB-SUB-PRDCT-ID
                    ,:D014-ATTRB-REGN-ID
                    ,:D014-MCA-CSTMZ-TMPLT-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID = :LS-TCNF-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF D014-MCA-TMPLT-TYPE-CD = 'R'
                    MOVE D014-MCA-CSTMZ-TMPLT-ID
                                            TO WS-PRED-TMPLT-ID
                 END-IF
              WHEN +100
                 MOVE 0                     TO D014-MCA-TMPLT-ID
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2000-COUNT-CONFLICTS.
      *----------------------------------*
           MOVE '2000-COUNT-CONFLICTS'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                    ,COALESCE(MIN(MCA_TMPLT_ID), 0)
                INTO :WS-CNFL-CNT
                    ,:WS-CNFL-TMPLT-ID
                FROM  VDPM14_MCA_TMPLT
               WHERE  MCA_TMPLT_ID      <> :D014-MCA-TMPLT-ID
                 AND  MCA_TMPLT_ID      <> :WS-PRED-TMPLT-ID
                 AND  DELR_CMPNY_ID      = :D014-DELR-CMPNY-ID
                 AND  CLNT_CMPNY_ID      = :D014-CLNT-CMPNY-ID
                 AND  ATTRB_PRDCT_ID     = :D014-ATTRB-PRDCT-ID
                 AND  ATTRB_SUB_PRDCT_ID = :D014-ATTRB-SUB-PRDCT-ID
                 AND  ATTRB_REGN_ID      = :D014-ATTRB-REGN-ID
                 AND  ((:WS-CLASS-CD     = 'E'
                   AND  MCA_TMPLT_TYPE_CD = 'E'
                   AND  MCA_STAT_IN NOT IN ('L', 'X', 'T', 'V', 'S'))
                   OR  (:WS-CLASS-CD     = 'I'
                   AND  MCA_TMPLT_TYPE_CD = 'I'
                   AND  MCA_STAT_IN       = 'P'))
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           ELSE
              MOVE WS-CNFL-CNT              TO LS-TCNF-CNFL-CNT
              MOVE WS-CNFL-TMPLT-ID         TO LS-TCNF-CNFL-TMPLT-ID
              MOVE WS-PRED-TMPLT-ID         TO LS-TCNF-PRED-TMPLT-ID
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO LS-TCNF-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'SQLCODE        = ' SQLCODE
           .
