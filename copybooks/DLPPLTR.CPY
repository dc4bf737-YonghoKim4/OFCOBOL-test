      *****************************************************************
      *  DLPPLTR.CPY                                                 *
      *  ONE INSTALLMENT PLAN AGREED BY COLLECTIONS WITH A HELD      *
      *  ACCOUNT.  A ZERO INTERVAL TAKES THE 30-DAY DEFAULT AND A    *
      *  ZERO GRACE THE 5-DAY DEFAULT.  A NEW PLAN SUPERSEDES ANY    *
      *  PLAN STANDING FOR THE SAME ACCOUNT.                         *
      *****************************************************************
       01  PN-PLAN-TRAN.
           05  PN-ACCOUNT           PIC X(08).
           05  PN-AGREED-BALANCE    PIC 9(07)V9(02).
           05  PN-INSTALL-COUNT     PIC 9(02).
           05  PN-FIRST-DUE-DATE    PIC 9(08).
           05  PN-INTERVAL-DAYS     PIC 9(03).
           05  PN-GRACE-DAYS        PIC 9(03).
           05  PN-COLLECTOR         PIC X(08).
