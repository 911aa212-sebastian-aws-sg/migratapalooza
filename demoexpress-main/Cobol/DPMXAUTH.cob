      * ACTION CODES: S = SAVE TEMPLATE        P = PUBLISH TEMPLATE    *
      *               L = LOCK/UNLOCK TEMPLATE A = AMEND TEMPLATE      *
      *               E = APPROVE ENROLLMENT   D = DELETE/FORCE        *
      *               G = SIGNATORY REGISTER / LEGAL REVIEW            *
      *               T = APPROVE EARLY TERMINATION                    *
      *               U = SUPERSEDE A LIVE AGREEMENT                   *
      *               K = MAINTAIN COUNTERPARTY RISK TIER              *
      *               O = MAINTAIN REGULATORY OBLIGATION REGISTER      *
      *               R = READ ANY COMPANY'S DATA (DPMXENTL BYPASS)    *
      *               M = WORK THROUGH A MAINTENANCE FREEZE (DPMXMNTM) *
      *                                                                *
      * DENY REASON CODES RETURNED FOR THE FRONT END:                  *
      *   AU00 - ALLOWED                                               *
      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             ACTION CODE G: APPROVES SIGNATORY  *
      *                             REGISTER CHANGES (DPMXSREG) AND    *
      *                             RECEIVES HELD E-SIGNATURE          *
      *                             ENVELOPES (DPMXESIG).              *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             ACTION CODE T: APPROVES AN EARLY   *
      *                             TERMINATION OF AN EXECUTED MCA     *
      *                             (DPMXTRMN).                        *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             ACTION CODE U: SUPERSEDES A LIVE   *
      *                             EXECUTED MCA OR PUBLISHED ISDA     *
      *                             TEMPLATE (DPMXSPRS).               *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             ACTION CODE K: MAINTAINS A         *
      *                             COUNTERPARTY RISK TIER OR          *
      *                             COMPLETES ANOTHER USER'S AGREEMENT *
      *                             REVIEW (DPMXRTMT).                 *
      *                                                                *
      * 10/15/2026        006       COGNIZANT                          *
      *                             ACTION CODE O: MAINTAINS THE       *
      *                             CLIENT REGULATORY OBLIGATION       *
      *                             REGISTER (DPMXRGOB).               *
      *                                                                *
      * 10/15/2026        007       COGNIZANT                          *
      *                             ACTION CODE M: UPDATES WHILE THE   *
      *                             REGION IS FROZEN FOR MAINTENANCE   *
      *                             (DPMXMNTM ADMINISTRATOR BYPASS).   *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
