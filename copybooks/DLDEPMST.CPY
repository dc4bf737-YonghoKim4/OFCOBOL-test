      *****************************************************************
      *  DLDEPMST.CPY                                                *
      *  ONE CUSTOMER'S STANDING ON THE CARRIED-FORWARD DEPOSIT      *
      *  LEDGER - MONEY THE CUSTOMER PAID IN ADVANCE OF ANY INVOICE  *
      *  AND NOT YET DRAWN DOWN.  PREPAYMENT RECEIPTS ADD TO THE     *
      *  BALANCE; EACH INVOICE THE BILLING RUN RAISES FOR THE        *
      *  CUSTOMER DRAWS IT DOWN.  THE SUM OF DP-BALANCE OVER THE     *
      *  FILE IS THE CUSTOMER-DEPOSIT LIABILITY THE GL SHOULD SHOW.  *
      *  DP-TOTAL-RECEIVED AND DP-TOTAL-APPLIED ARE LIFETIME FIGURES *
      *  FOR THE RECONCILIATION; DP-BALANCE IS THEIR DIFFERENCE.     *
      *****************************************************************
       01  DP-DEPOSIT-REC.
           05  DP-ACCOUNT-CODE      PIC X(06).
           05  DP-BALANCE           PIC 9(09)V9(02).
           05  DP-TOTAL-RECEIVED    PIC 9(09)V9(02).
           05  DP-TOTAL-APPLIED     PIC 9(09)V9(02).
           05  DP-OPEN-DATE         PIC 9(08).
           05  DP-LAST-RECEIPT      PIC 9(08).
           05  DP-LAST-APPLIED      PIC 9(08).
