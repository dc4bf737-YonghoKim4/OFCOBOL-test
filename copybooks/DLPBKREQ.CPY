      *****************************************************************
      *  DLPBKREQ.CPY                                                *
      *  ONE CUSTOMER'S REQUEST FOR ITS CURRENT PRICE BOOK, TAKEN    *
      *  BY SALES DURING THE DAY AND ANSWERED BY THE NIGHT'S         *
      *  PRCBOOK1 RUN.                                               *
      *****************************************************************
       01  PQ-PRICE-BOOK-REQ.
           05  PQ-ACCOUNT-CODE      PIC X(06).
           05  PQ-REQUESTED-BY      PIC X(08).
           05  PQ-REQUEST-DATE      PIC 9(08).
