      * IS EXECUTED.  THIS IS DPMXMCMT'S RETRIEVE LOGIC RE-KEYED OFF   *
      * MCA_TMPLT_ID INSTEAD OF A SINGLE MCA_AMND_ID.                  *
      *                                                                *
      * THE RECORD GOES TO THE COUNTERPARTY, SO A COMMENT POSTED AS AN *
      * INTERNAL NOTE (CMNT_VSBL_CD 'I') IS NEVER EXPORTED, WHICHEVER  *
      * SIDE POSTED IT.                                                *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA                                                          *
      * DPM0301, DPM1101, DPM1401, DPM1501, DPM1601, DPM1701, DPM1801, *
      * DPM1901                                                        *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * 08/09/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             INTERNAL NOTES (CMNT_VSBL_CD 'I')  *
      *                             ARE LEFT OUT OF THE EXPORT.        *
      *                             DPM1501 AND DPM1701 INCLUDED FOR   *
      *                             THE WORK-SIDE HOST VARIABLES.      *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
           EXEC SQL
              INCLUDE DPM1401
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1501
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1701
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1801
                                 :D016-MCA-AMND-ID) CMT
                 LEFT OUTER JOIN VDPM11_MCA_CMNT DPM11
                        ON CMT.MCA_VALUE_ID = DPM11.MCA_VALUE_ID
                       AND DPM11.CMNT_VSBL_CD <> 'I'
                 LEFT OUTER JOIN D0003 DPM03
                        ON DPM11.ROW_UPDT_USER_ID = DPM03.CMPNY_USER_ID
                 ORDER BY DPM11.ROW_UPDT_TS DESC
                       AND DPM19.MCA_VALUE_TYPE_CD = 'C'
                 LEFT OUTER JOIN VDPM11_MCA_CMNT     DPM11
                        ON DPM19.MCA_VALUE_ID = DPM11.MCA_VALUE_ID
                       AND DPM11.CMNT_VSBL_CD <> 'I'
                 LEFT OUTER JOIN D0003   DPM03
                        ON DPM11.ROW_UPDT_USER_ID = DPM03.CMPNY_USER_ID
                 WHERE DPM17.MCA_AMND_ID = :D017-MCA-AMND-ID
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-AMND
              EXEC SQL
                 FETCH MCXP_MSTR_AMND_CSR
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CMT-EOF-SW
           PERFORM UNTIL NO-MORE-CMNT
              EXEC SQL
                 FETCH MCXP_MSTR_CMNT_CSR
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-EOF-SW
           PERFORM UNTIL NO-MORE-AMND
              EXEC SQL
                 FETCH MCXP_WORK_AMND_CSR
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE 'N'                         TO WS-CMT-EOF-SW
           PERFORM UNTIL NO-MORE-CMNT
              EXEC SQL
                 FETCH MCXP_WORK_CMNT_CSR
