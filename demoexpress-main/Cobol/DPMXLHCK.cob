      * EITHER ONE - DIRECTLY, BECAUSE THE TEMPLATE BELONGS TO A     *
      * HELD DEALER OR CLIENT COMPANY, OR BECAUSE A HELD TEMPLATE    *
      * BELONGS TO THE GIVEN COMPANY.  EVERY PURGE AND EXPIRY JOB    *
      * (DPMXDARC, DPMXDPUR, DPMXHARC, DPMXALCL, DPMXTARC) CALLS     *
      * THIS BEFORE DESTROYING A ROW AND SKIPS HELD DATA.  ONE       *
      * MISSED HOLD IS A SANCTIONS MOTION; WHEN IN DOUBT THIS        *
      * ROUTINE ANSWERS HELD.                                        *
      *                                                                *
      ******************************************************************
      *                                                                *
      *                             COMPANY PURGE CANNOT DESTROY A     *
      *                             HELD TEMPLATE'S ROWS.              *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             DPMXTARC (TEMPLATE ARCHIVE/PURGE)  *
      *                             ADDED TO THE CALLERS.              *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
