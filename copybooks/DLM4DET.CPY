      *  TWO SHAPES.  M4-QUANTITY IS SIGNED SO A NEGATIVE OR ZERO    *
      *  QUANTITY CAN ACTUALLY ARRIVE ON THE FILE AND BE CAUGHT BY   *
      *  VALIDATION RATHER THAN TRUNCATED AWAY ON THE MOVE.          *
      *  M4-QUOTE-NO OPTIONALLY NAMES THE QUOTEMST PRICE QUOTATION   *
      *  A DETAIL LINE WAS ORDERED AGAINST - SPACES FOR NONE.        *
      *****************************************************************
       01  M4-DETAIL-REC.
           05  M4-ORDER-KEY         PIC X(06).
           05  M4-TRAILER-DATA REDEFINES M4-LINE-DATA.
               10  M4-EXPECTED-LINES PIC 9(04).
               10  FILLER           PIC X(04).
           05  M4-QUOTE-NO          PIC X(08).
