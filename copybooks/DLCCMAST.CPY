      *****************************************************************
      *  DLCCMAST.CPY                                                *
      *  COST-CENTER MASTER RECORD - ONE PER CENTER CODE AN          *
      *  ALLOCATION DETAIL LINE (AD-CENTER-CODE) MAY NAME.  KEPT BY  *
      *  CCMNT1 FROM AUDITED MAINTENANCE TRANSACTIONS.  A CENTER IS  *
      *  ACTIVE FROM CE-ACTIVE-FROM THROUGH CE-ACTIVE-TO; A ZERO     *
      *  ACTIVE-TO IS OPEN-ENDED.  CE-PARENT-CODE IS THE CENTER IT   *
      *  ROLLS UP INTO (SPACES FOR A TOP NODE) - CCMNT1 WRITES THE   *
      *  LINKS OUT AS HIERDEF RECORDS FOR THE ROLLUP REPORTS.        *
      *  A CENTER IS NEVER DELETED - A CLOSED ONE STAYS ON THE       *
      *  MASTER SO ITS NAME STILL PRINTS ON HISTORY.                 *
      *****************************************************************
       01  CE-COST-CENTER-REC.
           05  CE-CENTER-CODE       PIC X(04).
           05  CE-CENTER-NAME       PIC X(30).
           05  CE-OWNER-ID          PIC X(08).
           05  CE-PARENT-CODE       PIC X(04).
           05  CE-ACTIVE-FROM       PIC 9(08).
           05  CE-ACTIVE-TO         PIC 9(08).
           05  CE-GL-DEPT           PIC X(04).
