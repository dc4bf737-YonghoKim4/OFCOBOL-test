      *  CREDIT TERMS) AND PRINCIPAL, AND WHAT PORTION IF ANY WENT   *
      *  TO THE UNAPPLIED-CASH SUSPENSE, SO EVERY DOLLAR THAT        *
      *  ARRIVED CAN BE TRACED TO WHERE IT LANDED.                   *
      *  CA-TO-DISCOUNT IS THE EARLY-PAYMENT DISCOUNT ALLOWED WHEN   *
      *  THE RECEIPT SETTLED ITEMS INSIDE THEIR DISCOUNT WINDOW -    *
      *  NOT CASH, BUT IT RELIEVES THE ITEMS ALONG WITH PRINCIPAL.   *
      *  CA-TO-DEPOSIT IS A PREPAYMENT RECEIPT TAKEN WHOLE TO THE     *
      *  CUSTOMER'S DEPOSIT LEDGER INSTEAD OF AGAINST ANY BALANCE.   *
      *****************************************************************
       01  CA-APPLICATION-REC.
           05  CA-RECEIPT-ID        PIC X(10).
           05  CA-TO-PRINCIPAL      PIC 9(07)V9(02).
           05  CA-TO-SUSPENSE       PIC 9(07)V9(02).
           05  CA-APPLY-DATE        PIC 9(08).
           05  CA-TO-DISCOUNT       PIC 9(07)V9(02).
           05  CA-TO-DEPOSIT        PIC 9(07)V9(02).
