      *****************************************************************
      *  DLPROMS.CPY                                                 *
      *  PROMISE-TO-PAY MASTER RECORD - ONE PER PROMISE A COLLECTOR  *
      *  TOOK FROM A CUSTOMER: HOW MUCH, BY WHEN, WHO PROMISED, WHO  *
      *  TOOK IT, AND THE CASH APPLIED TO THE ACCOUNT SINCE.  AN     *
      *  OPEN PROMISE IS KEPT ONCE THE CASH REACHES THE AMOUNT AND   *
      *  BROKEN WHEN THE DATE PASSES SHORT.  A BROKEN PROMISE STANDS *
      *  UNTIL THE COLLECTOR TAKES A NEW ONE FOR THE ACCOUNT.        *
      *****************************************************************
       01  PM-PROMISE-REC.
           05  PM-ACCOUNT           PIC X(08).
           05  PM-PROMISE-AMOUNT    PIC 9(07)V9(02).
           05  PM-PROMISE-DATE      PIC 9(08).
           05  PM-CONTACT           PIC X(20).
           05  PM-COLLECTOR         PIC X(08).
           05  PM-ENTRY-DATE        PIC 9(08).
           05  PM-PAID-TO-DATE      PIC 9(07)V9(02).
           05  PM-STATUS            PIC X(01).
               88  PM-OPEN               VALUE "O".
               88  PM-KEPT               VALUE "K".
               88  PM-BROKEN             VALUE "B".
           05  PM-CLOSE-DATE        PIC 9(08).
