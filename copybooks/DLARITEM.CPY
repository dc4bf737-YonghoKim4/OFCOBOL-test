      *  AR-INVOICE-NO CARRIES THE ARCHIVE-ASSIGNED INVOICE NUMBER   *
      *  WHERE ONE EXISTS; SPACES ON AN ITEM OPENED BEFORE THE       *
      *  ARCHIVE WENT IN.                                             *
      *  AR-DUE-DATE IS STAMPED FROM THE CUSTOMER'S PAYMENT TERMS    *
      *  (TERMSTB) AND DRIVES THE AGING; AR-DISC-DATE AND            *
      *  AR-DISC-AMOUNT CARRY THE EARLY-PAYMENT DISCOUNT ON OFFER,   *
      *  ZERO WHEN THE TERMS GIVE NONE.                              *
      *                                                               *
      *  AR-STATUS VALUES -                                          *
      *    "O"  OPEN    "P"  PARTIALLY RELIEVED    "C"  CLOSED       *
      *    "W"  WRITTEN OFF AS BAD DEBT                              *
      *  AR-CURRENCY-CODE, AR-FOREIGN-AMOUNT AND AR-BOOK-RATE CARRY  *
      *  AN ITEM BILLED IN THE CUSTOMER'S OWN CURRENCY - THE CODE,   *
      *  THE ORIGINAL AMOUNT IN THAT CURRENCY, AND THE RATE (BASE    *
      *  UNITS PER FOREIGN UNIT) THE BASE AMOUNTS WERE BOOKED AT.    *
      *  SPACES AND ZERO ON A BASE-CURRENCY ITEM.                    *
      *****************************************************************
       01  AR-OPEN-ITEM-REC.
           05  AR-ACCOUNT-CODE      PIC X(06).
               88  AR-OPEN              VALUE "O".
               88  AR-PARTIAL           VALUE "P".
               88  AR-CLOSED            VALUE "C".
               88  AR-WRITTEN-OFF       VALUE "W".
               88  AR-SETTLED           VALUE "C" "W".
           05  AR-CLOSE-DATE        PIC 9(08).
           05  AR-DUE-DATE          PIC 9(08).
           05  AR-DISC-DATE         PIC 9(08).
           05  AR-DISC-AMOUNT       PIC 9(09).
           05  AR-CURRENCY-CODE     PIC X(03).
           05  AR-FOREIGN-AMOUNT    PIC 9(09)V9(02).
           05  AR-BOOK-RATE         PIC 9(05)V9(06).
