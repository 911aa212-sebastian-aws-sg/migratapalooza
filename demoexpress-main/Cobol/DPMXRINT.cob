       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXRINT.
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
      *    NAME  DPMXRINT(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXRINT                                            *
      *                                                                *
      * CROSS-TABLE REFERENTIAL INTEGRITY AUDIT.  THE DPM TABLES       *
      * CARRY NO DB2 REFERENTIAL CONSTRAINTS, SO A CHILD ROW WHOSE     *
      * PARENT HAS BEEN PURGED (DPMXDPUR) OR NEVER EXISTED IS NOT      *
      * OTHERWISE NOTICED.  EVERY LOGICAL PARENT / CHILD RELATIONSHIP  *
      * IS LISTED ONCE IN WS-RLSHP-DEFS (CHILD TABLE, CHILD COLUMN,    *
      * PARENT TABLE AND THE LAYOUT OF THE SAMPLE KEY) AND HAS ONE     *
      * BRANCH, UNDER THE SAME NUMBER, IN CURSOR RINT_ORPHAN_CSR THAT  *
      * RETURNS EACH CHILD ROW WITH NO PARENT.  FOR EVERY              *
      * RELATIONSHIP THE REPORT GIVES THE BROKEN ROW COUNT AND UP TO   *
      * WS-SMPL-MAX SAMPLE CHILD KEYS.  TO AUDIT A NEW RELATIONSHIP,   *
      * ADD AN ENTRY TO THE TABLE, RAISE WS-RLSHP-MAX AND THE OCCURS,  *
      * AND ADD THE MATCHING CURSOR BRANCH.                            *
      *                                                                *
      * THE AMENDMENT LINK TABLES VDPM18_MCA_LINK AND                  *
      * VDPM19_LINK_WORK ARE AUDITED BY DPMXDORP AND ARE NOT REPEATED  *
      * HERE.  ZERO TEMPLATE IDS (ENROLLMENT NOT YET ASSIGNED,         *
      * COMPANY-LEVEL DOCUMENTS) AND BLANK CLIENT IDS (ISDA            *
      * TEMPLATES) ARE NOT REFERENCES AND ARE NOT REPORTED.            *
      *                                                                *
      * PRINT ON DD RPTPRNT AND CSV ON DD RPTCSV THROUGH DPMXRPTW.     *
      * ANY BROKEN RELATIONSHIP ENDS THE STEP WITH RC 4, OTHERWISE     *
      * RC 0.  AN SQL ERROR ENDS IT WITH RC 16.                        *
      *                                                                *
      * SYSIN CARDS: 1) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM01_MCA_CMPNY, VDPM02_DELR_CMPNY, VDPM03_CMPNY_USER,        *
      * VDPM03_USER_ROLE, VDPM06_MCA_ENRL, VDPM07_MCA_CTGRY,           *
      * VDPM08_MCA_TERMS, VDPM09_DOC_USER, VDPM10_MCA_LOCK,            *
      * VDPM10_LOCK_WAIT, VDPM11_MCA_CMNT, VDPM12_MCA_DOC,             *
      * VDPM14_MCA_TMPLT, VDPM16_MCA_AMND, VDPM17_AMND_WORK,           *
      * VDPM73_TMPLT_TRMN, VDPM74_TMPLT_NOVN, VDPM75_ENRL_UMBR,        *
      * VDPM76_ENRL_UMBR_FUND                                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXRPTW - COMMON REPORT WRITER                                *
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
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXRINT'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
      *
       01  WS-RLSHP-MAX                     PIC S9(4) COMP VALUE 29.
       01  WS-SMPL-MAX                      PIC S9(4) COMP VALUE 5.
       01  WS-RL-IX                         PIC S9(4) COMP VALUE 0.
       01  WS-SM-IX                         PIC S9(4) COMP VALUE 0.
       01  WS-ORPHAN-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-BROKEN-RLSHP-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-CNT-ED                        PIC Z(8)9.
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ORPHANS               VALUE 'Y'.
      *
      * ONE ORPHAN ROW FROM RINT_ORPHAN_CSR.
       01  WS-ORPH-RLSHP-NB                 PIC S9(9) COMP.
       01  WS-ORPH-KEY-TX                   PIC X(40).
      *
      * THE RELATIONSHIPS AUDITED, IN CURSOR BRANCH ORDER.
       01  WS-RLSHP-DEFS.
      * 01
           05 FILLER PIC X(22) VALUE 'VDPM06_MCA_ENRL'.
           05 FILLER PIC X(20) VALUE 'ASGD_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'DELR/CLNT/ASGD_TMPLT'.
      * 02
           05 FILLER PIC X(22) VALUE 'VDPM06_MCA_ENRL'.
           05 FILLER PIC X(20) VALUE 'RQST_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'DELR/CLNT/RQST_TMPLT'.
      * 03
           05 FILLER PIC X(22) VALUE 'VDPM06_MCA_ENRL'.
           05 FILLER PIC X(20) VALUE 'DELR_CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'DELR/CLNT/RQST_TMPLT'.
      * 04
           05 FILLER PIC X(22) VALUE 'VDPM06_MCA_ENRL'.
           05 FILLER PIC X(20) VALUE 'CLNT_CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'DELR/CLNT/RQST_TMPLT'.
      * 05
           05 FILLER PIC X(22) VALUE 'VDPM07_MCA_CTGRY'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CTGRY/SQ'.
      * 06
           05 FILLER PIC X(22) VALUE 'VDPM08_MCA_TERMS'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CTGRY/SQ/TERM/SQ'.
      * 07
           05 FILLER PIC X(22) VALUE 'VDPM08_MCA_TERMS'.
           05 FILLER PIC X(20) VALUE 'TMPLT,CTGRY,CTGRY_SQ'.
           05 FILLER PIC X(18) VALUE 'VDPM07_MCA_CTGRY'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CTGRY/SQ/TERM/SQ'.
      * 08
           05 FILLER PIC X(22) VALUE 'VDPM10_MCA_LOCK'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CMPNY/USER'.
      * 09
           05 FILLER PIC X(22) VALUE 'VDPM10_MCA_LOCK'.
           05 FILLER PIC X(20) VALUE 'CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CMPNY/USER'.
      * 10
           05 FILLER PIC X(22) VALUE 'VDPM10_MCA_LOCK'.
           05 FILLER PIC X(20) VALUE 'CMPNY_USER_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM03_CMPNY_USER'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CMPNY/USER'.
      * 11
           05 FILLER PIC X(22) VALUE 'VDPM10_LOCK_WAIT'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CMPNY/USER'.
      * 12
           05 FILLER PIC X(22) VALUE 'VDPM10_LOCK_WAIT'.
           05 FILLER PIC X(20) VALUE 'CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CMPNY/USER'.
      * 13
           05 FILLER PIC X(22) VALUE 'VDPM09_DOC_USER'.
           05 FILLER PIC X(20) VALUE 'MCA_VALUE_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM12_MCA_DOC'.
           05 FILLER PIC X(24) VALUE 'DOC_VALUE/CMPNY'.
      * 14
           05 FILLER PIC X(22) VALUE 'VDPM09_DOC_USER'.
           05 FILLER PIC X(20) VALUE 'CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'DOC_VALUE/CMPNY'.
      * 15
           05 FILLER PIC X(22) VALUE 'VDPM03_CMPNY_USER'.
           05 FILLER PIC X(20) VALUE 'CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'CMPNY/USER'.
      * 16
           05 FILLER PIC X(22) VALUE 'VDPM03_USER_ROLE'.
           05 FILLER PIC X(20) VALUE 'CMPNY_USER_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM03_CMPNY_USER'.
           05 FILLER PIC X(24) VALUE 'USER/ROLE'.
      * 17
           05 FILLER PIC X(22) VALUE 'VDPM12_MCA_DOC'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'DOC_VALUE/TMPLT'.
      * 18
           05 FILLER PIC X(22) VALUE 'VDPM12_MCA_DOC'.
           05 FILLER PIC X(20) VALUE 'CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'DOC_VALUE/CMPNY'.
      * 19
           05 FILLER PIC X(22) VALUE 'VDPM02_DELR_CMPNY'.
           05 FILLER PIC X(20) VALUE 'CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'CMPNY'.
      * 20
           05 FILLER PIC X(22) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(20) VALUE 'DELR_CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'TMPLT/DELR'.
      * 21
           05 FILLER PIC X(22) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(20) VALUE 'CLNT_CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'TMPLT/CLNT'.
      * 22
           05 FILLER PIC X(22) VALUE 'VDPM11_MCA_CMNT'.
           05 FILLER PIC X(20) VALUE 'DELR_CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'CMNT_VALUE/DELR/CLNT'.
      * 23
           05 FILLER PIC X(22) VALUE 'VDPM11_MCA_CMNT'.
           05 FILLER PIC X(20) VALUE 'CLNT_CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'CMNT_VALUE/DELR/CLNT'.
      * 24
           05 FILLER PIC X(22) VALUE 'VDPM16_MCA_AMND'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'AMND/TMPLT'.
      * 25
           05 FILLER PIC X(22) VALUE 'VDPM17_AMND_WORK'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'AMND/TMPLT'.
      * 26
           05 FILLER PIC X(22) VALUE 'VDPM73_TMPLT_TRMN'.
           05 FILLER PIC X(20) VALUE 'MCA_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'TRMN_RQST/TMPLT'.
      * 27
           05 FILLER PIC X(22) VALUE 'VDPM74_TMPLT_NOVN'.
           05 FILLER PIC X(20) VALUE 'ORIG_TMPLT_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM14_MCA_TMPLT'.
           05 FILLER PIC X(24) VALUE 'NOVN/ORIG_TMPLT'.
      * 28
           05 FILLER PIC X(22) VALUE 'VDPM75_ENRL_UMBR'.
           05 FILLER PIC X(20) VALUE 'PRNT_CMPNY_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM01_MCA_CMPNY'.
           05 FILLER PIC X(24) VALUE 'UMBR/PRNT'.
      * 29
           05 FILLER PIC X(22) VALUE 'VDPM76_ENRL_UMBR_FUND'.
           05 FILLER PIC X(20) VALUE 'UMBR_ID'.
           05 FILLER PIC X(18) VALUE 'VDPM75_ENRL_UMBR'.
           05 FILLER PIC X(24) VALUE 'UMBR/CLNT'.
       01  FILLER REDEFINES WS-RLSHP-DEFS.
           05 WS-RLSHP-DEF                  OCCURS 29 TIMES.
              10 WS-RD-CHILD-TBL            PIC X(22).
              10 WS-RD-CHILD-COL            PIC X(20).
              10 WS-RD-PARENT-TBL           PIC X(18).
              10 WS-RD-KEY-LAYOUT           PIC X(24).
      *
      * WHAT WAS FOUND FOR EACH RELATIONSHIP.
       01  WS-RLSHP-RSLTS.
           05 WS-RLSHP-RSLT                 OCCURS 29 TIMES.
              10 WS-RR-ORPH-CNT             PIC S9(9) COMP.
              10 WS-RR-SMPL-CNT             PIC S9(4) COMP.
              10 WS-RR-SMPL-KEY             PIC X(40) OCCURS 5 TIMES.
      *
       01  WS-RLSHP-HDG.
           05 FILLER                        PIC X(04) VALUE 'NO'.
           05 FILLER                        PIC X(23)
                                               VALUE 'CHILD TABLE'.
           05 FILLER                        PIC X(21)
                                               VALUE 'CHILD COLUMN'.
           05 FILLER                        PIC X(19)
                                               VALUE 'PARENT TABLE'.
           05 FILLER                        PIC X(11) VALUE '   BROKEN'.
           05 FILLER                        PIC X(06) VALUE 'STATUS'.
      *
       01  WS-RLSHP-LINE.
           05 RL-RLSHP-NB                   PIC 9(02).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 RL-CHILD-TBL                  PIC X(22).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 RL-CHILD-COL                  PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 RL-PARENT-TBL                 PIC X(18).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 RL-BROKEN-CNT                 PIC Z(8)9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 RL-STATUS                     PIC X(06).
      *
       01  WS-SMPL-LINE.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 SL-KEY-LAYOUT                 PIC X(24).
           05 FILLER                        PIC X(02) VALUE ': '.
           05 SL-KEY-TX                     PIC X(40).
      *
       01  WS-CSV-RLSHP-NB                  PIC 9(02).
       01  WS-CSV-BROKEN-CNT                PIC 9(09).
      *
       01  WS-RPTW-PROGRAM                  PIC X(08) VALUE 'DPMXRPTW'.
       01  WS-RPTW-PASS-AREA.
           05 WS-RPTW-FUNC-CD               PIC X(01).
           05 WS-RPTW-TITLE                 PIC X(60).
           05 WS-RPTW-LINE                  PIC X(132).
           05 WS-RPTW-CSV                   PIC X(250).
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * ONE BRANCH PER WS-RLSHP-DEFS ENTRY, NUMBERED THE SAME.  EACH
      * RETURNS THE CHILD ROWS WHOSE PARENT ROW IS MISSING, WITH THE
      * CHILD KEY IN THE LAYOUT GIVEN IN WS-RD-KEY-LAYOUT.
           EXEC SQL
              DECLARE RINT_ORPHAN_CSR CURSOR FOR
                 SELECT 1
                       ,DPM06.DELR_CMPNY_ID || '/' ||
                        DPM06.CLNT_CMPNY_ID || '/' ||
                        DIGITS(DPM06.ASGD_TMPLT_ID)
                   FROM VDPM06_MCA_ENRL DPM06
                  WHERE DPM06.ASGD_TMPLT_ID > 0
                    AND NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID
                                  = DPM06.ASGD_TMPLT_ID)
                 UNION ALL
                 SELECT 2
                       ,DPM06.DELR_CMPNY_ID || '/' ||
                        DPM06.CLNT_CMPNY_ID || '/' ||
                        DIGITS(DPM06.RQST_TMPLT_ID)
                   FROM VDPM06_MCA_ENRL DPM06
                  WHERE DPM06.RQST_TMPLT_ID > 0
                    AND NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID
                                  = DPM06.RQST_TMPLT_ID)
                 UNION ALL
                 SELECT 3
                       ,DPM06.DELR_CMPNY_ID || '/' ||
                        DPM06.CLNT_CMPNY_ID || '/' ||
                        DIGITS(DPM06.RQST_TMPLT_ID)
                   FROM VDPM06_MCA_ENRL DPM06
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM06.DELR_CMPNY_ID)
                 UNION ALL
                 SELECT 4
                       ,DPM06.DELR_CMPNY_ID || '/' ||
                        DPM06.CLNT_CMPNY_ID || '/' ||
                        DIGITS(DPM06.RQST_TMPLT_ID)
                   FROM VDPM06_MCA_ENRL DPM06
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM06.CLNT_CMPNY_ID)
                 UNION ALL
                 SELECT 5
                       ,DIGITS(DPM07.MCA_TMPLT_ID) || '/' ||
                        DPM07.ATTRB_CTGRY_ID || '/' ||
                        DIGITS(DPM07.CTGRY_SQ)
                   FROM VDPM07_MCA_CTGRY DPM07
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID = DPM07.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 6
                       ,DIGITS(DPM08.MCA_TMPLT_ID) || '/' ||
                        DPM08.ATTRB_CTGRY_ID || '/' ||
                        DIGITS(DPM08.CTGRY_SQ) || '/' ||
                        DPM08.ATTRB_TERM_ID || '/' ||
                        DIGITS(DPM08.TERM_SQ)
                   FROM VDPM08_MCA_TERMS DPM08
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID = DPM08.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 7
                       ,DIGITS(DPM08.MCA_TMPLT_ID) || '/' ||
                        DPM08.ATTRB_CTGRY_ID || '/' ||
                        DIGITS(DPM08.CTGRY_SQ) || '/' ||
                        DPM08.ATTRB_TERM_ID || '/' ||
                        DIGITS(DPM08.TERM_SQ)
                   FROM VDPM08_MCA_TERMS DPM08
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM07_MCA_CTGRY DPM07
                          WHERE DPM07.MCA_TMPLT_ID
                                  = DPM08.MCA_TMPLT_ID
                            AND DPM07.ATTRB_CTGRY_ID
                                  = DPM08.ATTRB_CTGRY_ID
                            AND DPM07.CTGRY_SQ
                                  = DPM08.CTGRY_SQ)
                 UNION ALL
                 SELECT 8
                       ,DIGITS(DPM10.MCA_TMPLT_ID) || '/' ||
                        DPM10.CMPNY_ID || '/' ||
                        DPM10.CMPNY_USER_ID
                   FROM VDPM10_MCA_LOCK DPM10
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID = DPM10.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 9
                       ,DIGITS(DPM10.MCA_TMPLT_ID) || '/' ||
                        DPM10.CMPNY_ID || '/' ||
                        DPM10.CMPNY_USER_ID
                   FROM VDPM10_MCA_LOCK DPM10
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM10.CMPNY_ID)
                 UNION ALL
                 SELECT 10
                       ,DIGITS(DPM10.MCA_TMPLT_ID) || '/' ||
                        DPM10.CMPNY_ID || '/' ||
                        DPM10.CMPNY_USER_ID
                   FROM VDPM10_MCA_LOCK DPM10
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM03_CMPNY_USER DPM03
                          WHERE DPM03.CMPNY_ID      = DPM10.CMPNY_ID
                            AND DPM03.CMPNY_USER_ID
                                  = DPM10.CMPNY_USER_ID)
                 UNION ALL
                 SELECT 11
                       ,DIGITS(DPM10W.MCA_TMPLT_ID) || '/' ||
                        DPM10W.CMPNY_ID || '/' ||
                        DPM10W.CMPNY_USER_ID
                   FROM VDPM10_LOCK_WAIT DPM10W
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID
                                  = DPM10W.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 12
                       ,DIGITS(DPM10W.MCA_TMPLT_ID) || '/' ||
                        DPM10W.CMPNY_ID || '/' ||
                        DPM10W.CMPNY_USER_ID
                   FROM VDPM10_LOCK_WAIT DPM10W
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM10W.CMPNY_ID)
                 UNION ALL
                 SELECT 13
                       ,DIGITS(DPM09.MCA_VALUE_ID) || '/' ||
                        DPM09.CMPNY_ID
                   FROM VDPM09_DOC_USER DPM09
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM12_MCA_DOC DPM12
                          WHERE DPM12.MCA_VALUE_ID = DPM09.MCA_VALUE_ID)
                 UNION ALL
                 SELECT 14
                       ,DIGITS(DPM09.MCA_VALUE_ID) || '/' ||
                        DPM09.CMPNY_ID
                   FROM VDPM09_DOC_USER DPM09
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM09.CMPNY_ID)
                 UNION ALL
                 SELECT 15
                       ,DPM03.CMPNY_ID || '/' ||
                        DPM03.CMPNY_USER_ID
                   FROM VDPM03_CMPNY_USER DPM03
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM03.CMPNY_ID)
                 UNION ALL
                 SELECT 16
                       ,DPM03R.CMPNY_USER_ID || '/' ||
                        DPM03R.ROLE_CD
                   FROM VDPM03_USER_ROLE DPM03R
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM03_CMPNY_USER DPM03
                          WHERE DPM03.CMPNY_USER_ID
                                  = DPM03R.CMPNY_USER_ID)
                 UNION ALL
                 SELECT 17
                       ,DIGITS(DPM12.MCA_VALUE_ID) || '/' ||
                        DIGITS(DPM12.MCA_TMPLT_ID)
                   FROM VDPM12_MCA_DOC DPM12
                  WHERE DPM12.MCA_TMPLT_ID > 0
                    AND NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID = DPM12.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 18
                       ,DIGITS(DPM12.MCA_VALUE_ID) || '/' ||
                        DPM12.CMPNY_ID
                   FROM VDPM12_MCA_DOC DPM12
                  WHERE DPM12.CMPNY_ID <> ' '
                    AND NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM12.CMPNY_ID)
                 UNION ALL
                 SELECT 19
                       ,DPM02.CMPNY_ID
                   FROM VDPM02_DELR_CMPNY DPM02
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM02.CMPNY_ID)
                 UNION ALL
                 SELECT 20
                       ,DIGITS(DPM14.MCA_TMPLT_ID) || '/' ||
                        DPM14.DELR_CMPNY_ID
                   FROM VDPM14_MCA_TMPLT DPM14
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM14.DELR_CMPNY_ID)
                 UNION ALL
                 SELECT 21
                       ,DIGITS(DPM14.MCA_TMPLT_ID) || '/' ||
                        DPM14.CLNT_CMPNY_ID
                   FROM VDPM14_MCA_TMPLT DPM14
                  WHERE DPM14.CLNT_CMPNY_ID <> ' '
                    AND NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM14.CLNT_CMPNY_ID)
                 UNION ALL
                 SELECT 22
                       ,DIGITS(DPM11.MCA_VALUE_ID) || '/' ||
                        DPM11.DELR_CMPNY_ID || '/' ||
                        DPM11.CLNT_CMPNY_ID
                   FROM VDPM11_MCA_CMNT DPM11
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM11.DELR_CMPNY_ID)
                 UNION ALL
                 SELECT 23
                       ,DIGITS(DPM11.MCA_VALUE_ID) || '/' ||
                        DPM11.DELR_CMPNY_ID || '/' ||
                        DPM11.CLNT_CMPNY_ID
                   FROM VDPM11_MCA_CMNT DPM11
                  WHERE DPM11.CLNT_CMPNY_ID <> ' '
                    AND NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM11.CLNT_CMPNY_ID)
                 UNION ALL
                 SELECT 24
                       ,DIGITS(DPM16.MCA_AMND_ID) || '/' ||
                        DIGITS(DPM16.MCA_TMPLT_ID)
                   FROM VDPM16_MCA_AMND DPM16
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID = DPM16.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 25
                       ,DIGITS(DPM17.MCA_AMND_ID) || '/' ||
                        DIGITS(DPM17.MCA_TMPLT_ID)
                   FROM VDPM17_AMND_WORK DPM17
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID = DPM17.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 26
                       ,DIGITS(DPM73.TRMN_RQST_ID) || '/' ||
                        DIGITS(DPM73.MCA_TMPLT_ID)
                   FROM VDPM73_TMPLT_TRMN DPM73
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID = DPM73.MCA_TMPLT_ID)
                 UNION ALL
                 SELECT 27
                       ,DIGITS(DPM74.NOVN_ID) || '/' ||
                        DIGITS(DPM74.ORIG_TMPLT_ID)
                   FROM VDPM74_TMPLT_NOVN DPM74
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM14_MCA_TMPLT DPM14
                          WHERE DPM14.MCA_TMPLT_ID
                                  = DPM74.ORIG_TMPLT_ID)
                 UNION ALL
                 SELECT 28
                       ,DIGITS(DPM75.UMBR_ID) || '/' ||
                        DPM75.PRNT_CMPNY_ID
                   FROM VDPM75_ENRL_UMBR DPM75
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM01_MCA_CMPNY DPM01
                          WHERE DPM01.CMPNY_ID = DPM75.PRNT_CMPNY_ID)
                 UNION ALL
                 SELECT 29
                       ,DIGITS(DPM76.UMBR_ID) || '/' ||
                        DPM76.CLNT_CMPNY_ID
                   FROM VDPM76_ENRL_UMBR_FUND DPM76
                  WHERE NOT EXISTS
                        (SELECT 1 FROM VDPM75_ENRL_UMBR DPM75
                          WHERE DPM75.UMBR_ID = DPM76.UMBR_ID)
                 ORDER BY 1, 2
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-ORPHANS
           PERFORM 3000-REPORT-RELATIONSHIPS
           PERFORM 9100-DISPLAY-SUMMARY
           PERFORM 9990-END-JOB
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXRINT STARTED AT      :' WS-TS

           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY WS-DASHES

           INITIALIZE WS-RLSHP-RSLTS
           .
      *----------------------------------*
       2000-COLLECT-ORPHANS.
      *----------------------------------*
      * POST EVERY ORPHAN ROW AGAINST ITS RELATIONSHIP: COUNT IT AND
      * KEEP THE FIRST WS-SMPL-MAX KEYS AS SAMPLES.
           MOVE '2000-COLLECT-ORPHANS'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN RINT_ORPHAN_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RINT_ORPHAN_CSR'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-ORPHAN
           PERFORM UNTIL NO-MORE-ORPHANS
              IF WS-ORPH-RLSHP-NB > 0
               AND WS-ORPH-RLSHP-NB NOT > WS-RLSHP-MAX
                 MOVE WS-ORPH-RLSHP-NB      TO WS-RL-IX
                 ADD 1                      TO WS-ORPHAN-CNT
                 ADD 1                      TO WS-RR-ORPH-CNT(WS-RL-IX)
                 IF WS-RR-SMPL-CNT(WS-RL-IX) < WS-SMPL-MAX
                    ADD 1                   TO WS-RR-SMPL-CNT(WS-RL-IX)
                    MOVE WS-RR-SMPL-CNT(WS-RL-IX)
                                            TO WS-SM-IX
                    MOVE WS-ORPH-KEY-TX
                              TO WS-RR-SMPL-KEY(WS-RL-IX, WS-SM-IX)
                 END-IF
              END-IF
              PERFORM 2100-FETCH-NEXT-ORPHAN
           END-PERFORM

           EXEC SQL
              CLOSE RINT_ORPHAN_CSR
           END-EXEC
           .
      *----------------------------------*
       2100-FETCH-NEXT-ORPHAN.
      *----------------------------------*
           EXEC SQL
              FETCH RINT_ORPHAN_CSR
                INTO :WS-ORPH-RLSHP-NB
                    ,:WS-ORPH-KEY-TX
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ORPHANS        TO TRUE
              WHEN OTHER
                 MOVE 'RINT_ORPHAN_CSR'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-REPORT-RELATIONSHIPS.
      *----------------------------------*
           MOVE '3000-REPORT-RELATIONSHIPS' TO WS-PARAGRAPH-NAME

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'DPM REFERENTIAL INTEGRITY AUDIT (DPMXRINT)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'RLSHP_NB,CHILD_TABLE,CHILD_COLUMN,PARENT_TABLE,'
                  'BROKEN_CNT,KEY_LAYOUT,SAMPLE_KEY'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-RLSHP-HDG                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM 3100-REPORT-ONE-RLSHP
              VARYING WS-RL-IX FROM 1 BY 1
                UNTIL WS-RL-IX > WS-RLSHP-MAX

           MOVE 'T'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-BROKEN-RLSHP-CNT         TO WS-CNT-ED
           STRING 'BROKEN RELATIONSHIPS: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           MOVE WS-ORPHAN-CNT               TO WS-CNT-ED
           STRING '   ORPHAN ROWS: ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE(32:)
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       3100-REPORT-ONE-RLSHP.
      *----------------------------------*
      * ONE PRINT LINE PER RELATIONSHIP, THEN ONE PER SAMPLE KEY.
      * ONE CSV ROW PER SAMPLE KEY, OR ONE WITH NO KEY WHEN CLEAN.
           MOVE WS-RL-IX                    TO RL-RLSHP-NB
                                               WS-CSV-RLSHP-NB
           MOVE WS-RD-CHILD-TBL(WS-RL-IX)   TO RL-CHILD-TBL
           MOVE WS-RD-CHILD-COL(WS-RL-IX)   TO RL-CHILD-COL
           MOVE WS-RD-PARENT-TBL(WS-RL-IX)  TO RL-PARENT-TBL
           MOVE WS-RR-ORPH-CNT(WS-RL-IX)    TO RL-BROKEN-CNT
                                               WS-CSV-BROKEN-CNT
           IF WS-RR-ORPH-CNT(WS-RL-IX) > 0
              ADD 1                         TO WS-BROKEN-RLSHP-CNT
              MOVE 'BROKEN'                 TO RL-STATUS
           ELSE
              MOVE 'OK'                     TO RL-STATUS
           END-IF

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-RLSHP-LINE               TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           IF WS-RR-SMPL-CNT(WS-RL-IX) = 0
              MOVE SPACES                   TO WS-ORPH-KEY-TX
              PERFORM 3120-WRITE-CSV-ROW
           ELSE
              PERFORM 3110-REPORT-ONE-SAMPLE
                 VARYING WS-SM-IX FROM 1 BY 1
                   UNTIL WS-SM-IX > WS-RR-SMPL-CNT(WS-RL-IX)
           END-IF
           .
      *----------------------------------*
       3110-REPORT-ONE-SAMPLE.
      *----------------------------------*
           MOVE WS-RD-KEY-LAYOUT(WS-RL-IX)  TO SL-KEY-LAYOUT
           MOVE WS-RR-SMPL-KEY(WS-RL-IX, WS-SM-IX)
                                            TO SL-KEY-TX
                                               WS-ORPH-KEY-TX
           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE WS-SMPL-LINE                TO WS-RPTW-LINE
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           PERFORM 3120-WRITE-CSV-ROW
           .
      *----------------------------------*
       3120-WRITE-CSV-ROW.
      *----------------------------------*
           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-CSV-RLSHP-NB
                  ',' WS-RD-CHILD-TBL(WS-RL-IX)
                  ',' WS-RD-CHILD-COL(WS-RL-IX)
                  ',' WS-RD-PARENT-TBL(WS-RL-IX)
                  ',' WS-CSV-BROKEN-CNT
                  ',' WS-RD-KEY-LAYOUT(WS-RL-IX)
                  ',' WS-ORPH-KEY-TX
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE NAME     = ' WS-TABLE-NAME
           DISPLAY 'SQLCODE        = ' WS-SQLCODE
           MOVE 16                          TO RETURN-CODE
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-SUMMARY.
      *------------------------*
           DISPLAY WS-DASHES
           DISPLAY 'RELATIONSHIPS AUDITED    :' WS-RLSHP-MAX
           DISPLAY 'BROKEN RELATIONSHIPS     :' WS-BROKEN-RLSHP-CNT
           DISPLAY 'ORPHAN CHILD ROWS        :' WS-ORPHAN-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXRINT ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-BROKEN-RLSHP-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
