      * HISTORY OF COMMENTS FOR A PARTICULAR TERM VALUE.               *
      * THIS STORED PROCEDURE IS CALLED FROM THE WEB  WHEN THE POST /  *
      * VIEW COMMENT IS CLICKED BY THE USER FOR AN AMENDED TERM        *
      * THE AMENDMENT'S TEMPLATE MUST HAVE THE CALLER'S COMPANY AS     *
      * DEALER OR CLIENT (DPMXENTL); A REFUSAL RETURNS SP55.           *
      * A COMMENT POSTED AS AN INTERNAL NOTE IS LEFT OUT UNLESS THE    *
      * CALLER BELONGS TO THE COMPANY THAT POSTED IT.                  *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * 09/11/2007        00.00     COGNIZANT                         *
      * INITIAL IMPLEMENTATION                                        *
      *                                                               *
      * 10/15/2026        01.00     COGNIZANT                         *
      * ADDED LS-USER-ID PARAMETER AND 2300-CHECK-ENTITLEMENT SO      *
      * COMMENTS ARE RETURNED ONLY TO A PARTY TO THE TEMPLATE         *
      *                                                               *
      * 10/15/2026        02.00     COGNIZANT                         *
      * INTERNAL NOTES (CMNT_VSBL_CD 'I') ARE RETURNED ONLY TO USERS  *
      * OF THE POSTER'S COMPANY (2400-GET-CALLER-CMPNY); EVERY RESULT *
      * SET CARRIES THE VISIBILITY CODE AS COLUMN 12 (VSBL_CD).       *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
             05  WS-DISPLAY-SWITCH         PIC X(01) VALUE 'N'.
                 88 DISPLAY-PARAMETERS               VALUE 'Y'.
                 88 HIDE-PARAMETERS                  VALUE 'N'.

       01  WS-CALLER-CMPNY-ID               PIC X(08) VALUE SPACES.
       01  WS-NOT-ENTITLED                  PIC X(50) VALUE
           'User not entitled to data - reason '.
       01  WS-ENTL-PROGRAM                  PIC X(08) VALUE 'DPMXENTL'.
       01  WS-ENTL-PASS-AREA.
           05 WS-ENTL-USER-ID               PIC X(10).
           05 WS-ENTL-OBJ-TYPE-CD           PIC X(01).
           05 WS-ENTL-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ENTL-OBJ-ID                PIC S9(18)V COMP-3.
           05 WS-ENTL-CMPNY-ID              PIC X(08).
           05 WS-ENTL-CALLER-PGM            PIC X(08).
           05 WS-ENTL-ALLOW-IN              PIC X(01).
              88 WS-ENTL-ALLOWED            VALUE 'Y'.
           05 WS-ENTL-DENY-RC               PIC X(04).
           05 WS-ENTL-SQLCODE               PIC S9(9) COMP.
      *****************************************************************
      *                        SQL INCLUDES                            *
      ******************************************************************
       01  LS-AMND-ID                      PIC S9(18)V USAGE COMP-3.
       01  LS-CMT-IND                      PIC X(1).
       01  LS-USER-IND                     PIC X(1).
       01  LS-USER-ID                      PIC X(10).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-AMND-ID,
                                 LS-CMT-IND,
                                 LS-USER-IND,
                                 LS-USER-ID.
      *---------*
       0000-MAIN.
      *---------*
       2000-VALIDATE-INPUT.
      *------------------------*
           PERFORM 2100-VALIDATE-CMT-IND
           PERFORM 2200-VALIDATE-USR-IND
           PERFORM 2300-CHECK-ENTITLEMENT
           PERFORM 2400-GET-CALLER-CMPNY  .
      *----------------------*
       2100-VALIDATE-CMT-IND.
      *----------------------*
           END-EVALUATE

           .                                                            01460000
      *-----------------------*
       2300-CHECK-ENTITLEMENT.
      *-----------------------*
      * THE AMENDMENT IS SCOPED BY ITS TEMPLATE: THE CALLER'S COMPANY
      * MUST BE THE DEALER OR THE CLIENT ON IT.

           MOVE '2300-CHECK-ENTITLEMENT'    TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-USER-ID                  TO WS-ENTL-USER-ID
           MOVE 'A'                         TO WS-ENTL-OBJ-TYPE-CD
           MOVE WS-AMND-ID                  TO WS-ENTL-OBJ-ID
           MOVE WS-PROGRAM                  TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED          TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC          TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                   TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-----------------------*
       2400-GET-CALLER-CMPNY.
      *-----------------------*
      * INTERNAL NOTES ARE SHOWN ONLY TO THE COMPANY THAT POSTED THEM.

           MOVE '2400-GET-CALLER-CMPNY'     TO WS-PARAGRAPH-NAME

           EXEC SQL
                SELECT CMPNY_ID
                  INTO :WS-CALLER-CMPNY-ID
                  FROM D0003
                 WHERE CMPNY_USER_ID = :LS-USER-ID
                 FETCH FIRST 1 ROW ONLY
                 WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE SPACES                TO WS-CALLER-CMPNY-ID
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *---------------*                                                 01120000
       3000-PROCESS.                                                    01130000
      *---------------*                                                 01140000
  9              ,COALESCE(DPM03.CMPNY_USER_NM,' ')     AS CMPNY_NM
  10             ,COALESCE(CHAR(DPM11.ROW_UPDT_TS),' ') AS UPDT_TS
  11             ,COALESCE(DPM11.CMNT_TX,' ')           AS CMNT_TX
  12             ,COALESCE(DPM11.CMNT_VSBL_CD,' ')      AS VSBL_CD
             FROM
                (SELECT DPM16.MCA_AMND_ID
                       ,COALESCE(DPM19.MCA_VALUE_ID,DPM18.MCA_VALUE_ID)
                      WHERE DPM16.MCA_AMND_ID = :WS-AMND-ID)  CMT
                 LEFT OUTER JOIN VDPM11_MCA_CMNT        DPM11
                     ON CMT.MCA_VALUE_ID          = DPM11.MCA_VALUE_ID
                    AND (DPM11.CMNT_VSBL_CD <> 'I'
                     OR  DPM11.POST_CMPNY_ID = :WS-CALLER-CMPNY-ID)
             LEFT OUTER JOIN D0003      DPM03
                     ON DPM11.ROW_UPDT_USER_ID  = DPM03.CMPNY_USER_ID
             ORDER BY DPM11.ROW_UPDT_TS DESC
  9             ,COALESCE(DPM03.CMPNY_USER_NM,' ')      AS CMPNY_NM
  10            ,COALESCE(CHAR(DPM11.ROW_UPDT_TS),' ')  AS UPDT_TS
  11            ,COALESCE(DPM11.CMNT_TX,' ')            AS CMNT_TX
  12            ,COALESCE(DPM11.CMNT_VSBL_CD,' ')       AS VSBL_CD
                FROM            VDPM17_AMND_WORK    DPM17
                LEFT OUTER JOIN VDPM19_LINK_WORK    DPM19
                       ON DPM19.MCA_AMND_ID       = DPM17.MCA_AMND_ID
                      AND DPM19.MCA_VALUE_TYPE_CD = 'C'
                LEFT OUTER JOIN VDPM11_MCA_CMNT     DPM11
                       ON DPM19.MCA_VALUE_ID      = DPM11.MCA_VALUE_ID
                      AND (DPM11.CMNT_VSBL_CD <> 'I'
                       OR  DPM11.POST_CMPNY_ID = :WS-CALLER-CMPNY-ID)
                LEFT OUTER JOIN D0003   DPM03
                       ON DPM11.ROW_UPDT_USER_ID  = DPM03.CMPNY_USER_ID
                WHERE DPM17.MCA_AMND_ID = :WS-AMND-ID
  9              ,COALESCE(DPM03.CMPNY_USER_NM,' ')     AS CMPNY_NM
  10             ,COALESCE(CHAR(DPM11.ROW_UPDT_TS),' ') AS UPDT_TS
  11             ,COALESCE(DPM11.CMNT_TX,' ')           AS CMNT_TX
  12             ,COALESCE(DPM11.CMNT_VSBL_CD,' ')      AS VSBL_CD
             FROM
                (SELECT DPM16.MCA_AMND_ID
                       ,COALESCE(DPM19.MCA_VALUE_ID,DPM18.MCA_VALUE_ID)
             LEFT OUTER JOIN VDPM11_MCA_CMNT        DPM11
                     ON CMT.MCA_VALUE_ID          = DPM11.MCA_VALUE_ID
                    AND CMT.MCA_VALUE_TYPE_CD     = 'C'
                    AND (DPM11.CMNT_VSBL_CD <> 'I'
                     OR  DPM11.POST_CMPNY_ID = :WS-CALLER-CMPNY-ID)
             LEFT OUTER JOIN D0003      DPM03
                     ON DPM11.ROW_UPDT_USER_ID  = DPM03.CMPNY_USER_ID
             ORDER BY DPM11.ROW_UPDT_TS DESC
  9             ,COALESCE(DPM03.CMPNY_USER_NM,' ')     AS CMPNY_NM
  10            ,COALESCE(CHAR(DPM11.ROW_UPDT_TS),' ') AS UPDT_TS
  11            ,COALESCE(DPM11.CMNT_TX,' ')           AS CMNT_TX
  12            ,COALESCE(DPM11.CMNT_VSBL_CD,' ')      AS VSBL_CD
                FROM            VDPM16_MCA_AMND     DPM16
                LEFT OUTER JOIN VDPM18_MCA_LINK     DPM18
                       ON DPM18.MCA_AMND_ID       = DPM16.MCA_AMND_ID
                      AND DPM18.MCA_VALUE_TYPE_CD = 'C'
                LEFT OUTER JOIN VDPM11_MCA_CMNT     DPM11
                       ON DPM18.MCA_VALUE_ID      = DPM11.MCA_VALUE_ID
                      AND (DPM11.CMNT_VSBL_CD <> 'I'
                       OR  DPM11.POST_CMPNY_ID = :WS-CALLER-CMPNY-ID)
                LEFT OUTER JOIN D0003   DPM03
                       ON DPM11.ROW_UPDT_USER_ID  = DPM03.CMPNY_USER_ID
                WHERE DPM16.MCA_AMND_ID = :WS-AMND-ID
           DISPLAY 'AMENDMENT-ID             :' LS-AMND-ID
           DISPLAY 'COMMENT-INDICATOR        :' LS-CMT-IND
           DISPLAY 'USER-INDICATOR           :' LS-USER-IND
           DISPLAY 'USER-ID                  :' LS-USER-ID

           .
      *------------------------*
