      *****************************************************************
      *  DLPBKPRM.CPY                                                *
      *  ONE-RECORD CONTROL FOR THE PRICE BOOK RUN.  ON THE DAY OF   *
      *  THE MONTH IN PB-ALL-CUST-DAY EVERY CUSTOMER ON CUSTMAST     *
      *  GETS A PRICE BOOK; ON ANY OTHER DAY ONLY THE CUSTOMERS      *
      *  REQUESTED ON PBKREQ DO.  ZERO MEANS REQUESTS ONLY.  WITH    *
      *  NO RECORD THE SCHEDULED DAY IS THE FIRST OF THE MONTH.      *
      *****************************************************************
       01  PB-PRICE-BOOK-PARM.
           05  PB-ALL-CUST-DAY      PIC 9(02).
