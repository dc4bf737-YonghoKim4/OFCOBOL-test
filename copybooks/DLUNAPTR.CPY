      *****************************************************************
      *  DLUNAPTR.CPY                                                *
      *  ONE OPS DISPOSITION AGAINST AN UNAPPLIED-CASH ENTRY, NAMED  *
      *  BY ITS RECEIPT ID.  AN APPLY MOVES THE CASH TO THE ACCOUNT  *
      *  IN UT-ACCOUNT; A REFUND RETURNS IT TO THE PAYER (UT-ACCOUNT *
      *  SPACES MEANS THE ACCOUNT THE RECEIPT ARRIVED UNDER).  A     *
      *  ZERO UT-AMOUNT DISPOSES OF THE WHOLE ENTRY; A SMALLER ONE   *
      *  LEAVES THE REST STANDING.  UT-USER-ID IS THE OPERATOR WHO   *
      *  APPLIED IT OR THE SUPERVISOR WHO APPROVED THE REFUND.       *
      *                                                              *
      *  UT-ACTION VALUES -                                          *
      *    "A"  APPLY TO ACCOUNT    "R"  APPROVED REFUND             *
      *****************************************************************
       01  UT-UNAP-TRANS.
           05  UT-ACTION            PIC X(01).
               88  UT-ACTION-APPLY      VALUE "A".
               88  UT-ACTION-REFUND     VALUE "R".
           05  UT-RECEIPT-ID        PIC X(10).
           05  UT-ACCOUNT           PIC X(08).
           05  UT-AMOUNT            PIC 9(07)V9(02).
           05  UT-USER-ID           PIC X(08).
