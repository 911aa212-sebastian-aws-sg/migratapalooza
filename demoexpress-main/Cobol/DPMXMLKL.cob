      * ONLY THE LOCK ROW FOR THAT TEMPLATE, IF ONE EXISTS.  THIS IS   *
      * THE SAME LOCK DATA DPMXMLCK SHOWS ONE TEMPLATE AT A TIME; THIS *
      * PROCEDURE USES CURSOR WITH RETURN SO THE CALLING SCREEN CAN    *
      * DISPLAY THE WHOLE LIST IN ONE CALL.  CATEGORY LOCKS COME BACK  *
      * AS ROWS OF THEIR OWN WITH THE ATTRB_CTGRY_ID IN COLUMN 6; A    *
      * WHOLE-TEMPLATE LOCK HAS A BLANK CATEGORY.                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      * -------                                                        *
      *                                                                *
      * VDPM10_MCA_LOCK     - MCA LOCK TABLE                           *
      * VDPM10_CTGRY_LOCK   - MCA CATEGORY LOCK TABLE                  *
      * D0003   - MCA ORG USER TABLE                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * SQLCA               - DB2 COMMAREA                             *
      * DPM1001             - MCA LOCK TABLE                           *
      * DPM1003             - MCA CATEGORY LOCK TABLE                  *
      * DPM0301             - MCA ORG USER TABLE                       *
      * DTM5401             - DEBUG CONTROL TABLE                      *
      *                                                                *
      * 08/08/2026        000       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        001       COGNIZANT                          *
      *                             CATEGORY LOCKS (VDPM10_CTGRY_LOCK) *
      *                             ARE LISTED ALONGSIDE WHOLE-        *
      *                             TEMPLATE LOCKS WITH A NEW 6TH      *
      *                             COLUMN ATTRB_CTGRY_ID.  THE        *
      *                             TEMPLATE FILTER NOW COMPARES THE   *
      *                             :LS-TEMPLATE-ID HOST VARIABLE.     *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           EXEC SQL
              INCLUDE DPM1001
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1003
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0301
3                    ,DPM10.CMPNY_USER_ID
4                    ,DPM03.CMPNY_USER_NM
5                    ,DPM10.ROW_UPDT_TS
                    ,CAST(' ' AS CHAR(8))
                 FROM VDPM10_MCA_LOCK    DPM10,
                      D0003              DPM03
                 WHERE (:LS-TEMPLATE-ID = 0
                    OR  DPM10.MCA_TMPLT_ID = :LS-TEMPLATE-ID)
                   AND DPM03.CMPNY_ID = DPM10.CMPNY_ID
                   AND DPM03.CMPNY_USER_ID = DPM10.CMPNY_USER_ID
              UNION ALL
                 SELECT
                      DPM10C.MCA_TMPLT_ID
                     ,DPM10C.CMPNY_ID
                     ,DPM10C.CMPNY_USER_ID
                     ,DPM03.CMPNY_USER_NM
                     ,DPM10C.ROW_UPDT_TS
                     ,DPM10C.ATTRB_CTGRY_ID
                 FROM VDPM10_CTGRY_LOCK  DPM10C,
                      D0003              DPM03
                 WHERE (:LS-TEMPLATE-ID = 0
                    OR  DPM10C.MCA_TMPLT_ID = :LS-TEMPLATE-ID)
                   AND DPM03.CMPNY_ID = DPM10C.CMPNY_ID
                   AND DPM03.CMPNY_USER_ID = DPM10C.CMPNY_USER_ID
              ORDER BY 1, 6
              WITH UR
           END-EXEC

