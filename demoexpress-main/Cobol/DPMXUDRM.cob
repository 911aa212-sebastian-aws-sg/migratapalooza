      *   - THEIR NEWEST VDPM26_USER_ACTN_LOG ROW                     *
      *   - THEIR LAST ENROLLMENT APPROVAL (VDPM06.APRVL_TS)          *
      *   - THEIR LAST ALERT ACKNOWLEDGEMENT (VDPM21.ROW_UPDT_TS)     *
      *   - THEIR LAST SUCCESSFUL SIGN-ON (VDPM67_SIGNON_HIST)        *
      *                                                               *
      * USERS QUIET LONGER THAN THE SYSIN DORMANCY THRESHOLD ARE     *
      * REPORTED BY COMPANY (FOR THE COMPANY ADMIN TO CONFIRM) AND   *
      * -------                                                        *
      * VDPM03_CMPNY_USER / VDPM26_USER_ACTN_LOG                       *
      * VDPM06_MCA_ENRL / VDPM21_ALERT_ACK_DISMISS                     *
      * VDPM67_SIGNON_HIST                                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * 09/03/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             LAST ACTIVITY NOW ALSO TAKES THE   *
      *                             USER'S LAST SUCCESSFUL SIGN-ON     *
      *                             FROM VDPM67_SIGNON_HIST (WRITTEN   *
      *                             BY DPMXHUSR).                      *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
                           SELECT MAX(A.ROW_UPDT_TS)
                             FROM VDPM21_ALERT_ACK_DISMISS A
                            WHERE A.CMPNY_USER_ID =
                                  U.CMPNY_USER_ID
                           UNION ALL
                           SELECT MAX(H.SIGNON_TS)
                             FROM VDPM67_SIGNON_HIST H
                            WHERE H.CMPNY_USER_ID =
                                  U.CMPNY_USER_ID
                              AND H.SIGNON_RSLT_CD IN ('S', 'N')) X)),
                        ' ')
                 FROM   D0003 U
                 ORDER BY U.CMPNY_ID, U.CMPNY_USER_ID
                 WITH UR
